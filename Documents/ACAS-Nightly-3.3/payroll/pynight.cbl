*>                      reason logged for the morning. Steps can be
*>                      switched off per night - a company with no
*>                      direct deposits skips pyach.
*>
*>                      Where supervisor timecard approval is in force
*>                      (PY-PR7-Appr-Required) the run's cut-off is the
*>                      proof step - it always runs, and any employee
*>                      still unapproved there (pyproof rc 7) halts the
*>                      pipeline before pyapply, logged as such.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Timecard approval cut-off - with approval in
*>                       force the pyproof step runs even if switched
*>                       off, and its rc 7 (timecards unapproved) is
*>                       logged as the reason for the halt.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pynight  (1.0.01)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*>
     perform  varying WS-Step from 1 by 1
                      until WS-Step > 7 or WS-Halted = "Y"
*> Approval in force - the proof is the cut-off and is never skipped.
              if       Npr-Step-Wanted (WS-Step) = "Y"
                 or    (WS-Step = 3 and PY-PR7-Appr-Required = "Y")
                       perform  ca010-Run-Step
              else
                       move     WS-Step-Prog (WS-Step) to WS-Step-Name
                       WS-RC-Disp    delimited size
                       into WS-Log-Line
              perform  da000-Write-Log
              if       WS-Step = 3 and Return-Code = 7
                       move     spaces to WS-Log-Line
                       move     "step 3 pyproof - timecards still unapproved at the cut-off"
                                         to WS-Log-Line
                       perform  da000-Write-Log
              end-if
              move     "Y"     to WS-Halted
              move     WS-Step to WS-Fail-Step
              move     zero to Return-Code
