      ****************************************************************
      *  AWIXDRF checks that every site is running the same rules    *
      *  before head office trusts the cross-site numbers.  Each     *
      *  LPAR keeps its own AWIXPARM, maintained locally through     *
      *  AWIXPRM, so SEVWARN, DATEPATRN, RETMONTHS, SLATIME and the  *
      *  rest can drift apart without anyone at head office seeing.  *
      *                                                               *
      *  AWIXBASE is the head-office baseline: an AWIXPARM-layout    *
      *  KSDS holding the parameter set every site should carry.     *
      *  Input AWIXDRFI is the concatenation of each site's AWIXPARM *
      *  unload (an IDCAMS REPRO image, so each is in key order),    *
      *  read as AWIXCON reads the AWIXEXTI extracts.  A key that    *
      *  does not sort after the one before it starts the next       *
      *  site's unload; the site is named by its own SITEID value.   *
      *                                                               *
      *  Per site the report lists every key whose value DIFFERS     *
      *  from the baseline, is MISSING from the site, or is EXTRA at *
      *  the site.  Keys meant to vary by site are listed, one per   *
      *  card, in AWIXDRFX and are counted but not reported as       *
      *  drift; SITEID is always exempt.  A SITELIST site (from      *
      *  AWIXPARM) with no unload in AWIXDRFI is reported as well,   *
      *  since a site that sent nothing cannot be shown to agree.    *
      *                                                               *
      *  RETURN-CODE 8 when any site has unapproved drift or sent no *
      *  unload, so the job can alert; 16 on a file error.            *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
      ****************************************************************
       Identification Division.
       Program-id.    AWIXDRF.
      ****************************************************************
      **           E N V I R O N M E N T   D I V I S I O N          ***
      ****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select AWIXBASE-FILE Assign To "AWIXBASE"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is BASE-KEY
               File Status Is WS-Base-Status.
           Select AWIXDRFI-FILE Assign To "AWIXDRFI"
               Organization Is Sequential
               File Status Is WS-Drfi-Status.
           Select Optional AWIXDRFX-FILE Assign To "AWIXDRFX"
               Organization Is Sequential
               File Status Is WS-Drfx-Status.
           Select Optional AWIXPARM-FILE Assign To "AWIXPARM"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is PARM-KEY
               File Status Is WS-Parm-Status.
           Select AWIXDRFO-FILE Assign To "AWIXDRFO"
               Organization Is Sequential
               File Status Is WS-Drfo-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       Data Division.
       File Section.
      *    The baseline and the site unloads carry the AWIXPARM
      *    record layout (AWIXPREC) under their own names.
       FD  AWIXBASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXBASE-RECORD.
           02  BASE-KEY              PIC X(10).
           02  BASE-VALUE            PIC X(80).

       FD  AWIXDRFI-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXDRFI-RECORD.
           02  DRI-KEY               PIC X(10).
           02  DRI-VALUE             PIC X(80).

       FD  AWIXDRFX-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXDRFX-CARD.
           02  DRX-KEY               PIC X(10).
           02  FILLER                PIC X(70).

       COPY AWIXPARM.

       FD  AWIXDRFO-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXDRFO-LINE         PIC X(132).

       Working-Storage Section.
       77   WS-Base-Status       PIC X(2).
       77   WS-Drfi-Status       PIC X(2).
       77   WS-Drfx-Status       PIC X(2).
       77   WS-Parm-Status       PIC X(2).
       77   WS-Drfo-Status       PIC X(2).
       77   WS-Drfi-Eof-Flag     PIC X     Value "N".
           88  Drfi-Eof                    Value "Y".

      ****************************************************************
      **  The head-office baseline, in key order as the KSDS gives
      **  it up.
      ****************************************************************
       01   WS-Base-Table.
            02  WS-Base-Entry     Occurs 200 Times.
                03  WS-Base-Key   PIC X(10).
                03  WS-Base-Value PIC X(80).
       77   WS-Base-Count        PIC 9(4)  Value Zero.
       77   WS-Base-Sub          PIC 9(4)  Binary.

      ****************************************************************
      **  One site's unload, held until the whole of it has been read
      **  so the report can be headed with the site's SITEID.
      ****************************************************************
       01   WS-Unl-Table.
            02  WS-Unl-Entry      Occurs 200 Times.
                03  WS-Unl-Key    PIC X(10).
                03  WS-Unl-Value  PIC X(80).
       77   WS-Unl-Count         PIC 9(4)  Value Zero.
       77   WS-Unl-Sub           PIC 9(4)  Binary.
       77   WS-Unl-Overflow      PIC 9(7)  Value Zero.
       77   WS-Prev-Key          PIC X(10).
       77   WS-Unl-Number        PIC 9(4)  Value Zero.
       77   WS-Unl-Site          PIC X(4).

      ****************************************************************
      **  Keys allowed to vary by site, from the AWIXDRFX cards.
      ****************************************************************
       01   WS-Exempt-Table.
            02  WS-Exempt-Entry   Occurs 50 Times.
                03  WS-Exempt-Key PIC X(10).
       77   WS-Exempt-Count      PIC 9(4)  Value Zero.
       77   WS-Exempt-Sub        PIC 9(4)  Binary.
       77   WS-Exempt-Flag       PIC X     Value "N".
           88  Key-Exempt                  Value "Y".
       77   WS-Check-Key         PIC X(10).

      ****************************************************************
      **  The sites head office expects an unload from (SITELIST in
      **  AWIXPARM, blank-separated), each marked off when seen.
      ****************************************************************
       01   WS-Site-Table.
            02  WS-Site-Entry     Occurs 8 Times.
                03  WS-Site-Name  PIC X(4).
                03  WS-Site-Seen  PIC X(1).
       77   WS-Site-Count        PIC 9(4)  Value Zero.
       77   WS-Site-Sub          PIC 9(4)  Binary.
       77   WS-List-Pointer      PIC 9(4).
       77   WS-List-Item         PIC X(4).

       77   WS-Site-Drift        PIC 9(4).
       77   WS-Site-Exempt       PIC 9(4).
       77   WS-Sites-Compared    PIC 9(4)  Value Zero.
       77   WS-Sites-Drifted     PIC 9(4)  Value Zero.
       77   WS-Sites-Unsent      PIC 9(4)  Value Zero.
       77   WS-Drift-Total       PIC 9(7)  Value Zero.
       77   WS-Disp-Count        PIC Z(3)9.
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
           Perform Until Drfi-Eof
               Perform 200-Load-Site-Unload
               Perform 300-Compare-Site
           End-Perform.
           Perform 400-Report-Unsent-Sites.
           Perform 500-Finalize-Report.
           Close AWIXDRFI-FILE AWIXDRFO-FILE.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Load the expected sites, the exemptions and the baseline,
      ** open the unloads and the report and prime the first read.
      **
       100-Initialize.
           Perform 110-Load-Parameters.
           Perform 120-Load-Exemptions.
           Perform 130-Load-Baseline.
           Open Input AWIXDRFI-FILE.
           If WS-Drfi-Status Not = "00"
               Display "AWIXDRF: unable to open AWIXDRFI, status="
                   WS-Drfi-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Output AWIXDRFO-FILE.
           Move "AWIXDRF - Cross-Site AWIXPARM Drift" to AWIXDRFO-LINE.
           Write AWIXDRFO-LINE.
           Perform 810-Check-Drfo-Status.
           Move Spaces to AWIXDRFO-LINE.
           String "BASELINE KEYS=" WS-Base-Count
                   "  EXEMPT KEYS=" WS-Exempt-Count
               Delimited By Size Into AWIXDRFO-LINE.
           Write AWIXDRFO-LINE.
           Perform 810-Check-Drfo-Status.
           Read AWIXDRFI-FILE
               At End Set Drfi-Eof to True
           End-Read.
      **
      ** Read the control file, if one is present, for the SITELIST
      ** of expected site ids.  As elsewhere, unknown keys are
      ** ignored.
      **
       110-Load-Parameters.
           Open Input AWIXPARM-FILE.
           If WS-Parm-Status = "00"
               Perform Until WS-Parm-Status Not = "00"
                   Read AWIXPARM-FILE
                       At End Move "10" to WS-Parm-Status
                       Not At End Perform 115-Apply-Parameter
                   End-Read
               End-Perform
               Close AWIXPARM-FILE
           End-If.
      **
      ** Apply one parameter record loaded from AWIXPARM.
      **
       115-Apply-Parameter.
           Evaluate PARM-KEY
               When "SITELIST"
                   Perform 117-Parse-Site-List
               When Other
                   Continue
           End-Evaluate.
      **
      ** Split the blank-separated SITELIST value into the site
      ** table (at most 8 sites), as AWIXCON does.
      **
       117-Parse-Site-List.
           Move Zero to WS-Site-Count.
           Move 1 to WS-List-Pointer.
           Perform Until WS-List-Pointer > 80
               Or WS-Site-Count = 8
               Move Spaces to WS-List-Item
               Unstring PARM-VALUE Delimited By All " "
                   Into WS-List-Item
                   With Pointer WS-List-Pointer
               End-Unstring
               If WS-List-Item Not = Spaces
                   Add 1 to WS-Site-Count
                   Move WS-List-Item
                       to WS-Site-Name(WS-Site-Count)
                   Move "N" to WS-Site-Seen(WS-Site-Count)
               End-If
           End-Perform.
      **
      ** Load the exempt keys: one per card in columns 1-10, blank
      ** cards and cards starting "*" skipped.  SITEID is exempt
      ** whether or not a card names it.
      **
       120-Load-Exemptions.
           Move 1 to WS-Exempt-Count.
           Move "SITEID" to WS-Exempt-Key(1).
           Open Input AWIXDRFX-FILE.
           If WS-Drfx-Status = "00"
               Perform Until WS-Drfx-Status Not = "00"
                   Read AWIXDRFX-FILE
                       At End Move "10" to WS-Drfx-Status
                       Not At End Perform 125-Apply-Exemption
                   End-Read
               End-Perform
               Close AWIXDRFX-FILE
           End-If.
      **
      ** Take one exemption card into the table.
      **
       125-Apply-Exemption.
           If DRX-KEY Not = Spaces
               And DRX-KEY(1:1) Not = "*"
               Move DRX-KEY to WS-Check-Key
               Perform 350-Check-Exempt
               If Not Key-Exempt
                   If WS-Exempt-Count Less Than 50
                       Add 1 to WS-Exempt-Count
                       Move DRX-KEY
                           to WS-Exempt-Key(WS-Exempt-Count)
                   Else
                       Display "AWIXDRF: more than 50 AWIXDRFX keys, "
                           DRX-KEY " ignored"
                   End-If
               End-If
           End-If.
      **
      ** Load the head-office baseline.  It is the yardstick: with
      ** no baseline there is nothing to compare against.
      **
       130-Load-Baseline.
           Open Input AWIXBASE-FILE.
           If WS-Base-Status Not = "00"
               Display "AWIXDRF: unable to open AWIXBASE, status="
                   WS-Base-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
           Perform Until WS-Base-Status Not = "00"
               Read AWIXBASE-FILE
                   At End Move "10" to WS-Base-Status
                   Not At End Perform 135-Apply-Baseline
               End-Read
           End-Perform.
           Close AWIXBASE-FILE.
      **
      ** Take one baseline key into the table.  A baseline too big
      ** for the table cannot be compared honestly, so stop.
      **
       135-Apply-Baseline.
           If WS-Base-Count Less Than 200
               Add 1 to WS-Base-Count
               Move BASE-KEY   to WS-Base-Key(WS-Base-Count)
               Move BASE-VALUE to WS-Base-Value(WS-Base-Count)
           Else
               Display "AWIXDRF: AWIXBASE has more than 200 keys"
               Close AWIXBASE-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
      **
      ** Read one site's unload into the table: it ends where a key
      ** fails to sort after the one before it, or at end of file.
      ** The record that starts the next site is left in hand.
      **
       200-Load-Site-Unload.
           Add 1 to WS-Unl-Number.
           Move Zero to WS-Unl-Count WS-Unl-Overflow.
           Move Spaces to WS-Unl-Site.
           Move Low-Values to WS-Prev-Key.
           Perform Until Drfi-Eof
               Or DRI-KEY Not Greater Than WS-Prev-Key
               If WS-Unl-Count Less Than 200
                   Add 1 to WS-Unl-Count
                   Move DRI-KEY   to WS-Unl-Key(WS-Unl-Count)
                   Move DRI-VALUE to WS-Unl-Value(WS-Unl-Count)
               Else
                   Add 1 to WS-Unl-Overflow
               End-If
               If DRI-KEY = "SITEID"
                   Move DRI-VALUE(1:4) to WS-Unl-Site
               End-If
               Move DRI-KEY to WS-Prev-Key
               Read AWIXDRFI-FILE
                   At End Set Drfi-Eof to True
               End-Read
           End-Perform.
      **
      ** Merge the site's keys against the baseline's -- both are in
      ** key order -- reporting each DIFFERS, MISSING and EXTRA key
      ** that is not exempt, then the site's verdict.
      **
       300-Compare-Site.
           Add 1 to WS-Sites-Compared.
           Move Zero to WS-Site-Drift WS-Site-Exempt.
           Perform 305-Write-Site-Header.
           Move 1 to WS-Base-Sub WS-Unl-Sub.
           Perform Until WS-Base-Sub > WS-Base-Count
               And WS-Unl-Sub > WS-Unl-Count
               Evaluate True
                   When WS-Unl-Sub > WS-Unl-Count
                       Perform 320-Key-Missing
                       Add 1 to WS-Base-Sub
                   When WS-Base-Sub > WS-Base-Count
                       Perform 330-Key-Extra
                       Add 1 to WS-Unl-Sub
                   When WS-Base-Key(WS-Base-Sub)
                           Less Than WS-Unl-Key(WS-Unl-Sub)
                       Perform 320-Key-Missing
                       Add 1 to WS-Base-Sub
                   When WS-Base-Key(WS-Base-Sub)
                           Greater Than WS-Unl-Key(WS-Unl-Sub)
                       Perform 330-Key-Extra
                       Add 1 to WS-Unl-Sub
                   When Other
                       If WS-Base-Value(WS-Base-Sub)
                           Not = WS-Unl-Value(WS-Unl-Sub)
                           Perform 310-Key-Differs
                       End-If
                       Add 1 to WS-Base-Sub
                       Add 1 to WS-Unl-Sub
               End-Evaluate
           End-Perform.
           Perform 340-Write-Site-Verdict.
      **
      ** Head the site's section, and mark the site seen against
      ** SITELIST.
      **
       305-Write-Site-Header.
           Move Spaces to AWIXDRFO-LINE.
           Write AWIXDRFO-LINE.
           Perform 810-Check-Drfo-Status.
           Move WS-Unl-Number to WS-Disp-Count.
           If WS-Unl-Site = Spaces
               String "SITE ????  (UNLOAD " WS-Disp-Count
                       " HAS NO SITEID KEY)  KEYS=" WS-Unl-Count
                   Delimited By Size Into AWIXDRFO-LINE
           Else
               String "SITE " WS-Unl-Site "  (UNLOAD " WS-Disp-Count
                       ")  KEYS=" WS-Unl-Count
                   Delimited By Size Into AWIXDRFO-LINE
           End-If.
           Write AWIXDRFO-LINE.
           Perform 810-Check-Drfo-Status.
           Perform Varying WS-Site-Sub From 1 By 1
               Until WS-Site-Sub > WS-Site-Count
               If WS-Site-Name(WS-Site-Sub) = WS-Unl-Site
                   Move "Y" to WS-Site-Seen(WS-Site-Sub)
               End-If
           End-Perform.
           If WS-Unl-Overflow > Zero
               Move Spaces to AWIXDRFO-LINE
               String "  *** " WS-Unl-Overflow
                       " KEYS BEYOND THE 200-KEY TABLE NOT COMPARED"
                   Delimited By Size Into AWIXDRFO-LINE
               Write AWIXDRFO-LINE
               Perform 810-Check-Drfo-Status
               Add WS-Unl-Overflow to WS-Site-Drift
           End-If.
      **
      ** The site holds the key with another value.
      **
       310-Key-Differs.
           Move WS-Base-Key(WS-Base-Sub) to WS-Check-Key.
           Perform 350-Check-Exempt.
           If Key-Exempt
               Add 1 to WS-Site-Exempt
           Else
               Add 1 to WS-Site-Drift
               Move Spaces to AWIXDRFO-LINE
               String "  DIFFERS  " WS-Base-Key(WS-Base-Sub)
                       "  BASE: " WS-Base-Value(WS-Base-Sub)
                   Delimited By Size Into AWIXDRFO-LINE
               Write AWIXDRFO-LINE
               Perform 810-Check-Drfo-Status
               Move Spaces to AWIXDRFO-LINE
               String "                         SITE: "
                       WS-Unl-Value(WS-Unl-Sub)
                   Delimited By Size Into AWIXDRFO-LINE
               Write AWIXDRFO-LINE
               Perform 810-Check-Drfo-Status
           End-If.
      **
      ** A baseline key the site does not hold: the site runs on the
      ** program's compiled-in default instead.
      **
       320-Key-Missing.
           Move WS-Base-Key(WS-Base-Sub) to WS-Check-Key.
           Perform 350-Check-Exempt.
           If Key-Exempt
               Add 1 to WS-Site-Exempt
           Else
               Add 1 to WS-Site-Drift
               Move Spaces to AWIXDRFO-LINE
               String "  MISSING  " WS-Base-Key(WS-Base-Sub)
                       "  BASE: " WS-Base-Value(WS-Base-Sub)
                   Delimited By Size Into AWIXDRFO-LINE
               Write AWIXDRFO-LINE
               Perform 810-Check-Drfo-Status
           End-If.
      **
      ** A key the site holds that the baseline does not.
      **
       330-Key-Extra.
           Move WS-Unl-Key(WS-Unl-Sub) to WS-Check-Key.
           Perform 350-Check-Exempt.
           If Key-Exempt
               Add 1 to WS-Site-Exempt
           Else
               Add 1 to WS-Site-Drift
               Move Spaces to AWIXDRFO-LINE
               String "  EXTRA    " WS-Unl-Key(WS-Unl-Sub)
                       "  SITE: " WS-Unl-Value(WS-Unl-Sub)
                   Delimited By Size Into AWIXDRFO-LINE
               Write AWIXDRFO-LINE
               Perform 810-Check-Drfo-Status
           End-If.
      **
      ** Close the site's section with its drift count.
      **
       340-Write-Site-Verdict.
           Move Spaces to AWIXDRFO-LINE.
           If WS-Site-Drift = Zero
               String "  IN LINE WITH BASELINE  (EXEMPT KEYS VARYING="
                       WS-Site-Exempt ")"
                   Delimited By Size Into AWIXDRFO-LINE
           Else
               Add 1 to WS-Sites-Drifted
               Add WS-Site-Drift to WS-Drift-Total
               String "  *** UNAPPROVED DRIFT=" WS-Site-Drift
                       "  (EXEMPT KEYS VARYING=" WS-Site-Exempt ")"
                   Delimited By Size Into AWIXDRFO-LINE
           End-If.
           Write AWIXDRFO-LINE.
           Perform 810-Check-Drfo-Status.
      **
      ** Is WS-Check-Key one of the keys allowed to vary by site?
      **
       350-Check-Exempt.
           Move "N" to WS-Exempt-Flag.
           Perform Varying WS-Exempt-Sub From 1 By 1
               Until WS-Exempt-Sub > WS-Exempt-Count Or Key-Exempt
               If WS-Exempt-Key(WS-Exempt-Sub) = WS-Check-Key
                   Set Key-Exempt to True
               End-If
           End-Perform.
      **
      ** Report every SITELIST site that sent no unload.
      **
       400-Report-Unsent-Sites.
           Perform Varying WS-Site-Sub From 1 By 1
               Until WS-Site-Sub > WS-Site-Count
               If WS-Site-Seen(WS-Site-Sub) Not = "Y"
                   Add 1 to WS-Sites-Unsent
                   Move Spaces to AWIXDRFO-LINE
                   Write AWIXDRFO-LINE
                   Perform 810-Check-Drfo-Status
                   String "SITE " WS-Site-Name(WS-Site-Sub)
                           "  *** NO AWIXPARM UNLOAD RECEIVED"
                       Delimited By Size Into AWIXDRFO-LINE
                   Write AWIXDRFO-LINE
                   Perform 810-Check-Drfo-Status
               End-If
           End-Perform.
      **
      ** Write the totals and set the alerting return code: 8 when
      ** any site drifted or sent nothing.
      **
       500-Finalize-Report.
           Move Spaces to AWIXDRFO-LINE.
           Write AWIXDRFO-LINE.
           Perform 810-Check-Drfo-Status.
           String "SITES COMPARED=" WS-Sites-Compared
                   "  DRIFTED=" WS-Sites-Drifted
                   "  NO UNLOAD=" WS-Sites-Unsent
                   "  UNAPPROVED DRIFT KEYS=" WS-Drift-Total
               Delimited By Size Into AWIXDRFO-LINE.
           Write AWIXDRFO-LINE.
           Perform 810-Check-Drfo-Status.
           If WS-Sites-Drifted > Zero Or WS-Sites-Unsent > Zero
               Move 8 to Return-Code
           End-If.
      **
      ** A write to the AWIXDRFO report file failed -- abort rather
      ** than tell head office the sites agree on a partial report.
      **
       810-Check-Drfo-Status.
           If WS-Drfo-Status Not = "00"
               Display "AWIXDRF: AWIXDRFO write failed, status="
                   WS-Drfo-Status
               Move 16 to Return-Code
               Close AWIXDRFI-FILE AWIXDRFO-FILE
               Perform 900-Log-Execution
               Stop Run
           End-If.
      **
      ** Log this execution to the suite run log, so the satellite
      ** programs are visible to monitoring and to AWIXGAP's
      ** suite-coverage check, not just AWIXMP.
      **
       900-Log-Execution.
           Move "AWIXDRF" to WS-Log-Program.
           Move Return-Code to WS-Log-Severity.
           CALL "AWIXLOG" Using WS-Log-Program WS-Log-Severity.
       End program AWIXDRF.
