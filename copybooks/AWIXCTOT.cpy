      ****************************************************************
      *  AWIXCTOT -- AWIXHIST control-totals file FD.                 *
      *  VSAM KSDS proving the run-history cluster holds what it     *
      *  should.  Every program that adds or removes AWIXHIST        *
      *  records posts what it did through the AWIXCTU subroutine;   *
      *  AWIXBAL counts and hashes the cluster each night and        *
      *  balances it against the last proven balance plus the        *
      *  movements posted since.                                      *
      *                                                               *
      *  Three kinds of record, by HT-TOT-TYPE:                      *
      *    B - the balance (one record; date and program spaces,     *
      *        sequence zero): the cluster's count and hash totals   *
      *        as last proven.                                       *
      *    M - movements, one per business date per posting          *
      *        program: records added and deleted, and the writes    *
      *        and deletes AWIXRCV reapplied after a restore, each   *
      *        with its count and hash totals.  HT-POSTED once       *
      *        AWIXBAL has taken them into a proven balance; a       *
      *        posting later the same day opens the next HT-TOT-SEQ  *
      *        rather than reopening a proven record.                *
      *    P - per posting program (date spaces, sequence zero),     *
      *        the highest key it has posted, so a restarted         *
      *        AWIXARC posts a purge the failed leg made but         *
      *        never posted, and no other.                            *
      *                                                               *
      *  The key hash totals each record's run date plus its run     *
      *  time as numbers; the severity hash totals AH-SEVERITY.      *
      *  AWIXCTU holds the one definition of both.                    *
      ****************************************************************
       FD  AWIXCTOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXCTOT-RECORD.
           02  HT-TOT-KEY.
               03  HT-TOT-TYPE        PIC X(1).
                   88  HT-BALANCE-REC VALUE "B".
                   88  HT-MOVE-REC    VALUE "M".
                   88  HT-POSITION-REC VALUE "P".
               03  HT-TOT-DATE        PIC X(8).
               03  HT-TOT-PROGRAM     PIC X(8).
               03  HT-TOT-SEQ         PIC 9(2).
           02  HT-MOVE-DATA.
               03  HT-ADD-COUNT       PIC 9(9).
               03  HT-ADD-KEY-HASH    PIC 9(18).
               03  HT-ADD-SEV-HASH    PIC 9(11).
               03  HT-DEL-COUNT       PIC 9(9).
               03  HT-DEL-KEY-HASH    PIC 9(18).
               03  HT-DEL-SEV-HASH    PIC 9(11).
               03  HT-READD-COUNT     PIC 9(9).
               03  HT-READD-KEY-HASH  PIC 9(18).
               03  HT-READD-SEV-HASH  PIC 9(11).
               03  HT-REDEL-COUNT     PIC 9(9).
               03  HT-REDEL-KEY-HASH  PIC 9(18).
               03  HT-REDEL-SEV-HASH  PIC 9(11).
               03  HT-POSTED-FLAG     PIC X(1).
                   88  HT-POSTED      VALUE "Y".
               03  HT-POSTED-STAMP    PIC X(17).
               03  HT-UPDATE-STAMP    PIC X(17).
               03  FILLER             PIC X(11).
           02  HT-BALANCE-DATA REDEFINES HT-MOVE-DATA.
               03  HT-BAL-COUNT       PIC 9(9).
               03  HT-BAL-KEY-HASH    PIC 9(18).
               03  HT-BAL-SEV-HASH    PIC 9(11).
               03  HT-BAL-STAMP       PIC X(17).
               03  HT-BAL-RESULT      PIC X(1).
                   88  HT-BAL-PROVEN  VALUE "B".
                   88  HT-BAL-OUT     VALUE "O".
                   88  HT-BAL-SET     VALUE "E".
               03  HT-BAL-OUT-NIGHTS  PIC 9(4).
               03  HT-BAL-CHECK-STAMP PIC X(17).
               03  FILLER             PIC X(121).
           02  HT-POSITION-DATA REDEFINES HT-MOVE-DATA.
               03  HT-POS-LAST-KEY    PIC X(17).
               03  HT-POS-STAMP       PIC X(17).
               03  FILLER             PIC X(164).
