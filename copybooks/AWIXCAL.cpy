      *  naming every date that matters to the nightly schedule:     *
      *  working days AWIXMP must run, holidays and planned outage   *
      *  dates it must not.  Read by AWIXGAP to decide which dates   *
      *  in a range should have a clean run in AWIXHIST (and which  *
      *  should have had none), and by AWIXMP and AWIXCTL's START    *
      *  check to refuse a run on any date that is not a working    *
      *  day here.                                                    *
      *                                                               *
      *  Records whose date field is not 8 numeric digits (blank     *
      *  cards, '*' comment cards) are ignored, so ops can annotate  *
