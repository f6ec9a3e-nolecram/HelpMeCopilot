      *  AH-GREG-KEY as the AWIXHIST record it annotates.  Written   *
      *  and updated by the AWIXACK transaction, read by AWIXRPT so  *
      *  investigated failures stop drowning out new ones.           *
      *  AWIXAGE ages the flagged runs against it nightly and works  *
      *  out the monthly time to acknowledge and to resolve.          *
      *                                                               *
      *  Record layout only (no FD) so CICS programs can COPY it     *
      *  into WORKING-STORAGE, in the manner of AWIXHREC.  Batch     *
           02  AN-COMMENT             PIC X(40).
           02  AN-OPERATOR            PIC X(8).
           02  AN-STAMP               PIC X(17).
      *    When the run was first given a disposition, and by whom;
      *    kept when a later disposition replaces this one, so the
      *    time to acknowledge survives the investigation.  The time
      *    the run was marked resolved, spaces while it is not.
           02  AN-ACK-STAMP           PIC X(17).
           02  AN-ACK-OPERATOR        PIC X(8).
           02  AN-RESOLVE-STAMP       PIC X(17).
      *    When the run was put to "I" (investigating); spaces while
      *    it is not.  A new comment on a run already investigating
      *    leaves it, so the investigation ages from its start.
           02  AN-INVEST-STAMP        PIC X(17).
