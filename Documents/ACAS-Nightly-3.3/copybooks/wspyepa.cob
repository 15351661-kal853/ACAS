*>*******************************************
*>                                          *
*>  Record Definition For The Employee      *
*>       Purchase Account Link File         *
*>  Uses Epa-Emp-No as key                  *
*>*******************************************
*>  File size 80 bytes.
*>
*>  One record per employee buying on account at staff discount -
*>  the Sales Ledger customer the purchases sit on and the rule for
*>  repaying them from pay. pyapply takes the repayment from net
*>  each period - a fixed amount, or a percent of the open balance -
*>  never more than the balance, reduces Epa-Balance and writes the
*>  amount actually taken to PY-SL-Receipt-File for pyslpost to post
*>  as a cash receipt on the customer's account. New purchases are
*>  brought in by pyslpost loading the Sales Ledger's balances.
*>  Maintained and reported by pyslpost, balance left shown on the
*>  final pay tickler (pyfinpay).
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Emp-Purch-Record.
     03  Epa-Emp-No          pic 9(7).
     03  Epa-Customer        pic x(7).            *> Sales Ledger customer account
     03  Epa-Rule            pic x.               *> F = Fixed amount, P = Percent of balance
         88  Epa-Rule-Fixed               value "F".
         88  Epa-Rule-Pcent               value "P".
     03  Epa-Repay-Amt       pic 9(5)v99  comp-3. *> per pay period, rule F
     03  Epa-Repay-Pcent     pic 9(3)v99  comp-3. *> of the open balance, rule P
     03  Epa-Status          pic x.               *> A = Active, S = Suspended
         88  Epa-Stat-Active              value "A".
         88  Epa-Stat-Suspended           value "S".
     03  Epa-Balance         pic 9(7)v99  comp-3. *> open balance as payroll holds it
     03  Epa-Bal-Date        pic 9(8).            *> ccyymmdd last loaded from the SL
     03  Epa-Last-Chk-Date   pic 9(8).            *> ccyymmdd of the last repayment
     03  Epa-Last-Amt        pic 9(5)v99  comp-3.
     03  Epa-Taken-Total     pic 9(7)v99  comp-3. *> repaid through payroll to date
     03  Epa-Changed-By      pic x(8).
     03  Epa-Changed-Date    pic 9(8).            *> ccyymmdd
     03  filler              pic x(11).
*>
