*>                       per day per rate, so the proof lists (and the
*>                       clerk proofs) each day's hours on its own
*>                       line.
*> 15/10/26 vbc - 1.0.03 Code and Amount columns added for coded money
*>                       lines (Hrs-Trans-Code, e.g. 18 Tips Reported) -
*>                       the key now carries the code so the header
*>                       read zeroes it too.
*> 15/10/26 vbc - 1.0.04 Operator passed to pyrunctl so every step stamp
*>                       is logged for the segregation of duties report.
*>**
*>*************************************************************************
*> Copyright Notice.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "hrsprint(1.0.04)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
         05  col  53     pic x(9)    value "Batch No ".
         05  col  62     pic zzzz9   source WS-Hrs-Batch-No.
     03  line  5.
         05  col   1                 value "-- Employee --   Effective    Rate     Units   Gen  Code      Amount".
*>
 01  Hrs-Detail type is detail.
     03  line + 2.
         05  col  30     pic 9            source Hrs-Rate.
         05  col  36     pic zz9.99       source Hrs-Units.
         05  col  48     pic x            source Hrs-Gen-Flag.
         05  col  54     pic z9           source Hrs-Trans-Code.
         05  col  59     pic z(6)9.99-    source Hrs-Amount.
*>
 01  type control Footing Final line plus 2.
     03  col 1           pic x(27)         value "Total - Records in Batch :".
*> the pyrunstat supervisor screen.
*>
     move     "S"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     2    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     if       Runq-Result = 1
     end-if.
*>
     move     "F"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     2    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     perform  ab090-Confirm-Batch.
*>
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       display  PY862          at line WS-23-Lines col 1 foreground-color 4 erase eos
*>
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       go to ab090-Exit
