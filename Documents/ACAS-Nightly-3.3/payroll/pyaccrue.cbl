*>                       Act-No, so it cannot fill); any overflow
*>                       amount is totalled and shouted, never
*>                       silently dropped off the voucher's DR side.
*> 15/10/26 vbc - 1.0.02 Coded money lines (Hrs-Trans-Code) accrue at
*>                       their Hrs-Amount; reported tips accrue nothing.
*> 15/10/26 vbc - 1.0.03 Code 19 Imputed Income (non-cash fringe value)
*>                       accrues nothing either - Hrs-Code-Non-Cash.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyaccrue (1.0.03)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
*>
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     start    PY-Pay-Transactions-File key not < Hrs-Key
              invalid key
                       go to ba000-Exit
                       invalid key
                                exit perform cycle
              end-read
*> Coded money lines carry their own amount - reported tips were paid
*> by the customer and imputed fringe value is never paid in cash, so
*> neither accrues anything.
              if       Hrs-Code-Non-Cash
                       exit perform cycle
              end-if
              evaluate true
                       when not Hrs-Hours-Line
                                move     Hrs-Amount to WS-Entry-Gross
                       when Hrs-Rate >= 1 and <= 6
                                compute  WS-Entry-Gross rounded =
                                         Hrs-Units * Emp-Rate (Hrs-Rate)
                       when other
                                compute  WS-Entry-Gross rounded =
                                         Hrs-Units * Emp-Rate (1)
              end-evaluate
              add      WS-Entry-Gross to WS-Tot-Accrued
              perform  varying A from 1 by 1 until A > 5
                       if       Emp-Dist-Pcent (A) not = zero
