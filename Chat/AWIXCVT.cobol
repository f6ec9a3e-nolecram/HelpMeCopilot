      *               generation) from AWIXCVHI to 84-byte AWIXCVHO  *
      *    JOURNAL  - 100-byte AWIXJRN records from AWIXCVJI to      *
      *               102-byte AWIXCVJO                               *
      *    ANNOTATE - 83-byte AWIXANN annotations (a REPRO unload)   *
      *               from AWIXCVNI to 142-byte AWIXCVNO, for the    *
      *               later cutover that added the acknowledge,      *
      *               resolve and investigation times (AWIXCVNJ)      *
      *                                                               *
      *  Both history and central images work through the same       *
      *  HISTORY mode: the two layouts are the same length and both  *
           Select Optional AWIXCVJO-FILE Assign To "AWIXCVJO"
               Organization Is Sequential
               File Status Is WS-Cvjo-Status.
           Select Optional AWIXCVNI-FILE Assign To "AWIXCVNI"
               Organization Is Sequential
               File Status Is WS-Cvni-Status.
           Select Optional AWIXCVNO-FILE Assign To "AWIXCVNO"
               Organization Is Sequential
               File Status Is WS-Cvno-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
           LABEL RECORDS ARE STANDARD.
       01  AWIXCVJO-RECORD       PIC X(102).

       FD  AWIXCVNI-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXCVNI-RECORD       PIC X(83).

       FD  AWIXCVNO-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXCVNO-RECORD       PIC X(142).

       Working-Storage Section.
       77   WS-Cvti-Status       PIC X(2).
       77   WS-Cvhi-Status       PIC X(2).
       77   WS-Cvho-Status       PIC X(2).
       77   WS-Cvji-Status       PIC X(2).
       77   WS-Cvjo-Status       PIC X(2).
       77   WS-Cvni-Status       PIC X(2).
       77   WS-Cvno-Status       PIC X(2).
       77   WS-Eof-Flag          PIC X     Value "N".
           88  Input-Eof                   Value "Y".

       77   WS-In-Count          PIC 9(7)  Value Zero.
       77   WS-Out-Count         PIC 9(7)  Value Zero.
      ****************************************************************
      **  The annotation being converted, in the new layout.
      ****************************************************************
       COPY AWIXAREC.
      ****************************************************************
      **           P R O C      D I V I S I O N                    ***
      ****************************************************************
       Procedure Division.
                   Perform 200-Convert-History
               When "JOURNAL"
                   Perform 300-Convert-Journal
               When "ANNOTATE"
                   Perform 400-Convert-Annotation
               When Other
                   Display "AWIXCVT: unknown mode '" WS-Mode "'"
                   Move 16 to Return-Code
           Read AWIXCVJI-FILE
               At End Set Input-Eof to True
           End-Read.
      **
      ** Copy 83-byte annotations to 142 bytes.  The new fields
      ** follow AN-STAMP at the end of the record.  Annotations
      ** written before them keep only the latest disposition, so
      ** its time and operator are the best record of the first,
      ** a resolved run was resolved at that time and a run under
      ** investigation has been investigating since then.
      **
       400-Convert-Annotation.
           Open Input AWIXCVNI-FILE.
           If WS-Cvni-Status Not = "00"
               Display "AWIXCVT: unable to open AWIXCVNI, status="
                   WS-Cvni-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Output AWIXCVNO-FILE.
           If WS-Cvno-Status Not = "00"
               Display "AWIXCVT: unable to open AWIXCVNO, status="
                   WS-Cvno-Status
               Close AWIXCVNI-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
           Read AWIXCVNI-FILE
               At End Set Input-Eof to True
           End-Read.
           Perform Until Input-Eof
               Perform 450-Convert-Annotation-Record
           End-Perform.
           Close AWIXCVNI-FILE AWIXCVNO-FILE.
      **
      ** One annotation.
      **
       450-Convert-Annotation-Record.
           Add 1 to WS-In-Count.
           Move AWIXCVNI-RECORD to AWIXANN-RECORD.
           Move AN-STAMP    to AN-ACK-STAMP.
           Move AN-OPERATOR to AN-ACK-OPERATOR.
           If AN-RESOLVED
               Move AN-STAMP to AN-RESOLVE-STAMP
           Else
               Move Spaces   to AN-RESOLVE-STAMP
           End-If.
           If AN-INVESTIGATING
               Move AN-STAMP to AN-INVEST-STAMP
           Else
               Move Spaces   to AN-INVEST-STAMP
           End-If.
           Write AWIXCVNO-RECORD From AWIXANN-RECORD.
           If WS-Cvno-Status Not = "00"
               Display "AWIXCVT: AWIXCVNO write failed, status="
                   WS-Cvno-Status
               Move 16 to Return-Code
               Close AWIXCVNI-FILE AWIXCVNO-FILE
               Stop Run
           End-If.
           Add 1 to WS-Out-Count.
           Read AWIXCVNI-FILE
               At End Set Input-Eof to True
           End-Read.
       End program AWIXCVT.
