      ****************************************************************
      *  AWIXFAUD -- feedback-dictionary change audit record layout. *
      *  One record is written by the AWIXFBM maintenance            *
      *  transaction for every accepted add, change or delete of an  *
      *  AWIXFBD entry: when, which code, who, what was done and the *
      *  meaning and action text before and after, so the           *
      *  dictionary's history can be produced as AWIXPAUD's can for  *
      *  the parameters.  An add carries spaces as the old text, a   *
      *  delete spaces as the new.                                    *
      *                                                               *
      *  Held as a VSAM KSDS keyed on timestamp + code so entries    *
      *  are unique and list in change order.  Record layout only    *
      *  (no FD) so CICS programs can COPY it into WORKING-STORAGE,  *
      *  in the manner of AWIXPAUD.                                   *
      ****************************************************************
       01  AWIXFAUD-RECORD.
           02  FA-AUDIT-KEY.
               03  FA-STAMP           PIC X(17).
               03  FA-FB-CODE         PIC X(10).
           02  FA-OPERATOR            PIC X(8).
           02  FA-CHANGE-TYPE         PIC X(1).
               88  FA-ADDED           VALUE "A".
               88  FA-CHANGED         VALUE "C".
               88  FA-DELETED         VALUE "D".
           02  FA-OLD-MEANING         PIC X(40).
           02  FA-OLD-ACTION          PIC X(40).
           02  FA-NEW-MEANING         PIC X(40).
           02  FA-NEW-ACTION          PIC X(40).
