      ****************************************************************
      *  AWIXAGS -- flagged-run aging state file FD.                  *
      *  VSAM KSDS keyed on the flagged run's Greg timestamp, one    *
      *  record per run AWIXAGE has escalated, so a run past its     *
      *  threshold pages once and not every night after.  The        *
      *  investigating escalation remembers which investigation it   *
      *  was about: a run put back to "I" later is a new             *
      *  investigation and escalates again when that one ages.        *
      *                                                               *
      *  A record goes when its run is resolved or is no longer on   *
      *  AWIXHIST (archived and purged by AWIXARC).                   *
      ****************************************************************
       FD  AWIXAGS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXAGS-RECORD.
           02  AG-GREG-KEY            PIC X(17).
      *    When the run was escalated for having no disposition;
      *    spaces if it never was.
           02  AG-UNACK-STAMP         PIC X(17).
      *    When the run was escalated for a long investigation, and
      *    the AN-INVEST-STAMP of the investigation escalated.
           02  AG-INVEST-STAMP        PIC X(17).
           02  AG-INVEST-SINCE        PIC X(17).
           02  FILLER                 PIC X(12).
