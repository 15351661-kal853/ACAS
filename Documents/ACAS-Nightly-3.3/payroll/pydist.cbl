*> 02/09/26 vbc - 1.0.01 Night mode (pynight, WS-CD-Args byte 10 =
*>                       "N") - the company prompt answers itself
*>                       from the driver's args.
*> 15/10/26 vbc - 1.0.02 Operator passed to pyrunctl so every step stamp
*>                       is logged for the segregation of duties report.
*>**
*>*************************************************************************
*> Copyright Notice.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pydist (1.0.02)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
*> the pyrunstat supervisor screen.
*>
     move     "S"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     7    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     if       Runq-Result = 1
              call     "SYSTEM" using Print-Report
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
              move     "F"  to Runq-Action
              move     WS-CD-Args (1:8) to Runq-Operator
              move     7    to Runq-Step
              call     "pyrunctl" using PY-Run-Request File-Defs
              goback.
