*>                       capacity (commas dropped - the 11-column
*>                       spacing has no room for them); department
*>                       subtotals print their full 9(8)v99 sums.
*> 15/10/26 vbc - 1.0.08 Operator passed to pyrunctl so every step stamp
*>                       is logged for the segregation of duties report.
*>**
*>*************************************************************************
*> Copyright Notice.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyrgstr (1.0.08)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
*> the pyrunstat supervisor screen.
*>
     move     "S"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     5    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     if       Runq-Result = 1
              close Print-File
              perform  ZZ075-Print-Or-Pdf-Output
              move     "F"  to Runq-Action
              move     WS-CD-Args (1:8) to Runq-Operator
              move     5    to Runq-Step
              call     "pyrunctl" using PY-Run-Request File-Defs
              goback.
