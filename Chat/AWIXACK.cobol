      *  the annotation -- disposition, comment, operator id,        *
      *  timestamp -- is written to the AWIXANN file keyed by the    *
      *  run's full Greg key, replacing any earlier disposition for  *
      *  the same run, though the first disposition's time and       *
      *  operator and the time the run was resolved are kept for     *
      *  AWIXAGE's time-to-acknowledge and time-to-resolve figures.  *
      *  AWIXRPT prints the disposition beside the flagged line and  *
      *  can drop acknowledged runs entirely, so last March's        *
      *  resolved failure no longer buries tonight's real one.       *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
           Move WS-Comment-In  to AN-COMMENT.
           Move WS-Operator-Id to AN-OPERATOR.
           Move Greg           to AN-STAMP.
           Move Greg           to AN-ACK-STAMP.
           Move WS-Operator-Id to AN-ACK-OPERATOR.
           If WS-Disp-In = "R"
               Move Greg       to AN-RESOLVE-STAMP
           Else
               Move Spaces     to AN-RESOLVE-STAMP
           End-If.
           If WS-Disp-In = "I"
               Move Greg       to AN-INVEST-STAMP
           Else
               Move Spaces     to AN-INVEST-STAMP
           End-If.
           Exec Cics Write File("AWIXANN")
               From(AWIXANN-RECORD)
               Ridfld(AN-GREG-KEY)
           End-Evaluate.
      **
      ** The run already carries a disposition -- replace it with
      ** this one.  The first disposition's time and operator stay;
      ** the resolve time is set when the run is first marked
      ** resolved and cleared if it is reopened, and the
      ** investigation start only when the run is put to "I" from
      ** another disposition -- a new comment on a run already
      ** under investigation does not restart it.
      **
       450-Replace-Annotation.
           Exec Cics Read File("AWIXANN")
           If WS-Resp Not = Dfhresp(Normal)
               Perform 910-Send-File-Error
           Else
               If WS-Disp-In = "R"
                   If Not AN-RESOLVED Or AN-RESOLVE-STAMP = Spaces
                       Move Greg to AN-RESOLVE-STAMP
                   End-If
               Else
                   Move Spaces to AN-RESOLVE-STAMP
               End-If
               If WS-Disp-In = "I"
                   If Not AN-INVESTIGATING
                       Move Greg to AN-INVEST-STAMP
                   Else
                       If AN-INVEST-STAMP = Spaces
                           Move AN-STAMP to AN-INVEST-STAMP
                       End-If
                   End-If
               Else
                   Move Spaces to AN-INVEST-STAMP
               End-If
               If AN-ACK-STAMP = Spaces
                   Move AN-STAMP    to AN-ACK-STAMP
                   Move AN-OPERATOR to AN-ACK-OPERATOR
               End-If
               Move WS-Disp-In     to AN-DISPOSITION
               Move WS-Comment-In  to AN-COMMENT
               Move WS-Operator-Id to AN-OPERATOR
