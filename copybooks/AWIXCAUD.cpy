      ****************************************************************
      *  AWIXCAUD -- run-control override audit record layout.       *
      *  One record is written by the AWIXCOV override transaction   *
      *  for every operator change to an AWIXCTLF step record: when  *
      *  and by whom, which night and step, the state and return     *
      *  code before and after, and the reason the operator gave --  *
      *  so every hand-cleared step can be accounted for the next    *
      *  morning, as AWIXPAUD does for parameter changes.            *
      *                                                               *
      *  Held as a VSAM KSDS keyed on timestamp + business date +    *
      *  step so entries are unique and list in override order.      *
      *  Record layout only (no FD) so CICS programs can COPY it     *
      *  into WORKING-STORAGE, in the manner of AWIXPAUD.            *
      ****************************************************************
       01  AWIXCAUD-RECORD.
           02  CA-AUDIT-KEY.
               03  CA-STAMP           PIC X(17).
               03  CA-CTL-KEY.
                   04  CA-RUN-DATE    PIC X(8).
                   04  CA-STEP        PIC X(8).
           02  CA-OPERATOR            PIC X(8).
           02  CA-OLD-STATE           PIC X(1).
           02  CA-OLD-RETCODE         PIC 9(4).
           02  CA-NEW-STATE           PIC X(1).
           02  CA-NEW-RETCODE         PIC 9(4).
           02  CA-REASON              PIC X(60).
