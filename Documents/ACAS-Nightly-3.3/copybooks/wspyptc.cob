*>*******************************************
*>                                          *
*>  Record Definition For The PTO Cash-Out  *
*>       Election File                      *
*>  Uses Ptc-Emp-No + Ptc-Plan-Year as key  *
*>*******************************************
*>  File size 80 bytes.
*>
*>  One record per employee per plan year holding the vacation hours
*>  the employee elected, in the enrollment window of the year before,
*>  to sell back, and when the payout run pays them what was actually
*>  paid. Once the window closes an election cannot be changed
*>  (constructive receipt) - it is paid or, if the hours are not there
*>  on the payout date, lapsed.
*>
*>  Employee zero plan year zero holds the policy (PY-PTO-Cashout-
*>  Policy), as the pyhrs batch header.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-PTO-Cashout-Record.
     03  Ptc-Key.
         05  Ptc-Emp-No      pic 9(7).
         05  Ptc-Plan-Year   pic 9(4).            *> ccyy the hours are paid in
     03  Ptc-Hours           pic 9(3)v99.         *> hours elected
     03  Ptc-Elect-Date      pic 9(8).            *> ccyymmdd last keyed
     03  Ptc-Projected       pic 9(5)v99.         *> projected balance then
     03  Ptc-Payout-Date     pic 9(8).            *> ccyymmdd
     03  Ptc-Status          pic x.
         88  Ptc-Elected                  value "E".
         88  Ptc-Paid                     value "P".
         88  Ptc-Lapsed                   value "L".     *> not enough hours or left
     03  Ptc-Operator        pic x(8).
     03  Ptc-Paid-Hours      pic 9(3)v99.
     03  Ptc-Paid-Rate       pic 9(6)v99  comp-3.
     03  Ptc-Paid-Amount     pic 9(7)v99  comp-3.
     03  Ptc-Paid-Batch      pic 9(5).
     03  Ptc-Paid-Date       pic 9(8).
     03  filler              pic x(4).
*>
 01  PY-PTO-Cashout-Policy.
     03  Ptp-Key.
         05  Ptp-Key-Emp     pic 9(7).            *> Always value zero.
         05  Ptp-Key-Year    pic 9(4).            *> Always value zero.
     03  Ptp-Max-Hours       pic 9(3)v99.         *> most hours sold in a plan year
     03  Ptp-Window-Open     pic 9(4).            *> mmdd enrollment opens
     03  Ptp-Window-Close    pic 9(4).            *> mmdd and closes, year before
     03  Ptp-Payout-MMDD     pic 9(4).            *> default payout date in plan year
     03  Ptp-Min-Remain      pic 9(4)v99.         *> vacation that must be left
     03  filler              pic x(46).
