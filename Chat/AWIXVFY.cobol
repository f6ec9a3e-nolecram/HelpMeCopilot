            "      AWIXMP FAILED - SEE ITS OWN ALERT".
       77   WS-Msg-Mp-Running    PIC X(56) Value
            "      AWIXMP STARTED BUT NEVER ENDED - MAY HAVE ABENDED".
       77   WS-Msg-Mp-Bypassed   PIC X(50) Value
            "      AWIXMP BYPASSED BY OPERATOR - SEE AWIXCAUD".
      ****************************************************************
      **  Declarations for the local date/time service.
      ****************************************************************
                               Move WS-Msg-Handoff to AWIXVFYO-LINE
                           When CT-ENDED
                               Move WS-Msg-Mp-Failed to AWIXVFYO-LINE
                           When CT-BYPASSED
                               Move WS-Msg-Mp-Bypassed to AWIXVFYO-LINE
                           When Other
                               Move WS-Msg-Mp-Running to AWIXVFYO-LINE
                       End-Evaluate
