      *               satisfied)                                      *
      *    IFCNOACK - interface generation unacknowledged or          *
      *               acknowledged with the wrong count               *
      *    CTLSTUCK - run-control step left STARTED (abended and     *
      *               never cleared)                                  *
      *    FBDGAP   - feedback codes seen with no AWIXFBD entry       *
      *    CALREFUS - run refused: tonight is a holiday, planned     *
      *               outage or missing date in AWIXCAL (RC 2)       *
      *    PARMDRFT - a site's AWIXPARM drifted from the head-office  *
      *               baseline, or its unload did not arrive          *
      *    HISTBAL  - AWIXHIST out of balance with its AWIXCTOT      *
      *               control totals, or the balancing step failed    *
      *    ACKAGED  - a flagged run has had no AWIXACK disposition   *
      *               for AGEUNACKH hours                             *
      *    INVAGED  - a flagged run has been investigating for       *
      *               AGEINVD days                                    *
      *    ARCFAIL / EXTFAIL / RCVFAIL / RETFAIL / STAFAIL /          *
      *    CALERROR / SUMFAIL / PITFAIL / AGEFAIL - the named        *
      *               satellite step failed                           *
      *                                                               *
      *  Fields with nothing to say (a gap alert has no failed        *
      *  service) are spaces.  Record layout only (no FD), in the    *
