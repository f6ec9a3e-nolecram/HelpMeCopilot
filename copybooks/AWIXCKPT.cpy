      ****************************************************************
      *  AWIXCKPT -- batch checkpoint/restart file FD.                *
      *  VSAM KSDS keyed on program name, one record per program     *
      *  that takes checkpoints (today AWIXARC).  The record holds   *
      *  the state of the current logical run: the parameters it     *
      *  was started with that must not change on a restart (the     *
      *  archive cutoff), the last key fully processed and the       *
      *  running counts, so a resubmitted job resumes from the last  *
      *  checkpoint and still reports on the whole run.               *
      *                                                               *
      *  CK-IN-FLIGHT means the last run did not finish and the next *
      *  submission is a restart; CK-COMPLETE means it finished and  *
      *  the next submission starts a new run.                        *
      ****************************************************************
       FD  AWIXCKPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXCKPT-RECORD.
           02  CK-PROGRAM             PIC X(8).
           02  CK-STATE               PIC X(1).
               88  CK-IN-FLIGHT       VALUE "I".
               88  CK-COMPLETE        VALUE "C".
           02  CK-RUN-STAMP           PIC X(17).
           02  CK-CUTOFF-DATE         PIC X(8).
           02  CK-LAST-KEY            PIC X(17).
           02  CK-UNLOAD-COUNT        PIC 9(7).
           02  CK-DELETE-COUNT        PIC 9(7).
           02  CK-CKPT-COUNT          PIC 9(7).
           02  CK-LEG-COUNT           PIC 9(4).
           02  CK-CKPT-STAMP          PIC X(17).
           02  FILLER                 PIC X(27).
