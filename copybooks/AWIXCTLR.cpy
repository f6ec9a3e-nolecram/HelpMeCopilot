      *  step still running (or one that abended mid-flight), which  *
      *  is exactly what a dependent step must not run on top of.    *
      *                                                               *
      *  A step the operator has set aside through the AWIXCOV       *
      *  override transaction is held BYPASSED: it satisfies its     *
      *  dependents as a clean end would, and is itself skipped on   *
      *  a restart.  CT-OVERRIDE marks any record whose state was    *
      *  last set by AWIXCOV rather than by the step itself; the     *
      *  who and why are on the AWIXCAUD audit file.                 *
      *                                                               *
      *  Record layout only (no FD), in the manner of AWIXHREC;      *
      *  batch programs COPY AWIXCTLF instead, which wraps this in   *
      *  an FD.                                                       *
           02  CT-STATE               PIC X(1).
               88  CT-STARTED         VALUE "S".
               88  CT-ENDED           VALUE "E".
               88  CT-BYPASSED        VALUE "B".
           02  CT-START-STAMP         PIC X(17).
           02  CT-END-STAMP           PIC X(17).
           02  CT-RETCODE             PIC 9(4).
           02  CT-OVERRIDE            PIC X(1).
               88  CT-OVERRIDDEN      VALUE "Y".
           02  FILLER                 PIC X(24).
