      *  and a recommended action, so a night operator can act on a  *
      *  flagged run without SDSF access.  Read by AWIXRPT (batch)   *
      *  and AWIXONL (online); codes with no entry simply display    *
      *  undecoded.  Maintained through the AWIXFBM transaction      *
      *  (changes audited to AWIXFAUD); AWIXFBU lists the codes seen *
      *  in the history that still have no entry.                     *
      ****************************************************************
       FD  AWIXFBD-FILE
           LABEL RECORDS ARE STANDARD.
