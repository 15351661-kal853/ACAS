*>**
*> Changes:
*> 22/08/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Staged entry is an hours line - Hrs-Trans-Code
*>                       and Hrs-Amount zeroed.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyretro  (1.0.01)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     move     Emp-No       to Hrs-Emp-No.
     move     WS-Today-YMD to Hrs-Effective-Date.
     move     1            to Hrs-Rate.
     move     zero         to Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     Emp-No       to Hrs-Emp-No
                       move     WS-Today-YMD to Hrs-Effective-Date
                       move     1            to Hrs-Rate
                       move     zero         to Hrs-Trans-Code
                       move     WS-Stage-Units to Hrs-Units
                       move     zero         to Hrs-Amount
                       move     zero         to Hrs-Entry-Batch-No
                       move     spaces       to Hrs-Job-Tag
                       write    PY-Pay-Transactions-Record
