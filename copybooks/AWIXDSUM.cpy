      ****************************************************************
      *  AWIXDSUM -- daily run-summary file FD.                       *
      *  VSAM KSDS holding one record per business date for the      *
      *  local AWIXHIST runs (DS-LOCAL, site spaces) and one per     *
      *  site per business date for the head-office AWIXCENT runs    *
      *  (DS-CENTRAL).  Built and rolled forward each night by       *
      *  AWIXDSB; AWIXRPT, AWIXGAP, AWIXSLA and AWIXSTA read it by   *
      *  date instead of browsing the history a day at a time.       *
      *                                                               *
      *  A day's "clean" fields describe its earliest-ending timed   *
      *  run with severity zero -- the run a deadline is measured    *
      *  against.  Elapsed figures cover timed runs only (those      *
      *  with an AH-END-TIME), as AWIXRPT has always reported them.  *
      *                                                               *
      *  Each source / site group ends with a control record dated   *
      *  99999999 (DS-CONTROL-RECORD) carrying the high-water mark:  *
      *  the key of the last history record folded in, from which    *
      *  the next night's roll-forward starts.                        *
      ****************************************************************
       FD  AWIXDSUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXDSUM-RECORD.
           02  DS-SUM-KEY.
               03  DS-SOURCE          PIC X(1).
                   88  DS-LOCAL       VALUE "L".
                   88  DS-CENTRAL     VALUE "C".
               03  DS-SITE-ID         PIC X(4).
               03  DS-RUN-DATE        PIC X(8).
                   88  DS-CONTROL-RECORD VALUE "99999999".
           02  DS-SUM-DATA.
               03  DS-RUN-COUNT       PIC 9(5).
               03  DS-CLEAN-COUNT     PIC 9(5).
               03  DS-FAIL-COUNT      PIC 9(5).
               03  DS-WORST-SEVERITY  PIC 9(4).
               03  DS-FIRST-TIME      PIC X(9).
               03  DS-FIRST-LILDATE   PIC S9(9) Binary.
               03  DS-FIRST-LILSECS   COMP-2.
               03  DS-LAST-TIME       PIC X(9).
               03  DS-LAST-LILDATE    PIC S9(9) Binary.
               03  DS-LAST-LILSECS    COMP-2.
               03  DS-LATEST-END      PIC X(9).
               03  DS-CLEAN-END       PIC X(9).
               03  DS-CLEAN-ELAPSED   COMP-2.
               03  DS-TIMED-COUNT     PIC 9(5).
               03  DS-ELAPSED-TOTAL   COMP-2.
               03  DS-ELAPSED-MIN     COMP-2.
               03  DS-ELAPSED-MAX     COMP-2.
               03  DS-WARN-TOTAL      PIC 9(7).
               03  DS-UPDATE-STAMP    PIC X(17).
               03  FILLER             PIC X(20).
           02  DS-CONTROL-DATA REDEFINES DS-SUM-DATA.
               03  DS-HWM-KEY         PIC X(17).
               03  DS-HWM-STAMP       PIC X(17).
               03  DS-HWM-FOLDED      PIC 9(7).
               03  FILLER             PIC X(119).
