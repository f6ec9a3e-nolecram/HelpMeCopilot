      ****************************************************************
      *  AWIXCTUP -- AWIXCTU control-totals call parameter block.     *
      *  COPY into WORKING-STORAGE of any program that adds or       *
      *  removes AWIXHIST records, and CALL                           *
      *                                                               *
      *    CALL "AWIXCTU" Using AWIXCTU-PARMS AWIXHIST-RECORD         *
      *                                                               *
      *  CTU-HASH adds the history record to the count and hash      *
      *  totals held here (no I/O); CTU-POST posts them to today's   *
      *  AWIXCTOT movement record for CTU-PROGRAM as a CTU-MOVEMENT, *
      *  records CTU-LAST-KEY as the program's posted position and   *
      *  zeroes the totals; CTU-QUERY returns the program's posted   *
      *  position in CTU-LAST-KEY (low-values when it has none).     *
      *  CTU-STATUS is "00" or the failing AWIXCTOT file status.      *
      ****************************************************************
       01  AWIXCTU-PARMS.
           02  CTU-FUNCTION           PIC X(1).
               88  CTU-HASH           VALUE "H".
               88  CTU-POST           VALUE "P".
               88  CTU-QUERY          VALUE "Q".
           02  CTU-PROGRAM            PIC X(8).
           02  CTU-MOVEMENT           PIC X(1).
               88  CTU-ADD            VALUE "A".
               88  CTU-DELETE         VALUE "D".
               88  CTU-RE-ADD         VALUE "R".
               88  CTU-RE-DELETE      VALUE "X".
           02  CTU-COUNT              PIC 9(9).
           02  CTU-KEY-HASH           PIC 9(18).
           02  CTU-SEV-HASH           PIC 9(11).
           02  CTU-LAST-KEY           PIC X(17).
           02  CTU-STATUS             PIC X(2).
