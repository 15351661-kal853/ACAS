*>*******************************************
*>                                          *
*>  Record Definition For The Military      *
*>       Leave File                         *
*>  Uses Mil-Key as key                     *
*>*******************************************
*>  File size 128 bytes.
*>
*>  One record per set of orders - a reservist called to duty keeps
*>  every period of service on file, so the service counted to the
*>  USERRA five year limit is the total of Mil-Days-Counted over the
*>  employee's records (exempt service - annual training, call-ups
*>  in war or national emergency - counts nothing).
*>
*>  Mil-Pay-Amount is the military pay the employee reports, per
*>  month or per pay period (Mil-Pay-Basis). pymilit pays the
*>  difference from regular pay each period as a code 23 Military
*>  Differential line, counted in Mil-Diff-*. On return the leave
*>  and sick accrual the employee would have earned while away is
*>  credited (Mil-Vac-Credit / Mil-SL-Credit).
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Military-Leave-Record.
     03  Mil-Key.
         05  Mil-Emp-No      pic 9(7).
         05  Mil-Start-Date  pic 9(8).            *> first day of the orders ccyymmdd
     03  Mil-Status          pic x.
         88  Mil-On-Leave                 value "A".     *> away on the orders
         88  Mil-Returned                 value "R".     *> back at work
         88  Mil-Cancelled                value "X".     *> orders withdrawn
     03  Mil-End-Date        pic 9(8).            *> orders end, as extended
     03  Mil-Return-Date     pic 9(8).            *> back at work, zero = away
     03  Mil-Branch          pic x(12).
     03  Mil-Orders-Ref      pic x(15).
     03  Mil-Exempt          pic x.               *> Y = not counted to the 5 year limit
     03  Mil-Pay-Basis       pic x.               *> M = per month, P = per pay period
     03  Mil-Pay-Amount      pic 9(6)v99  comp-3.
     03  Mil-Diff-Paid       pic 9(7)v99  comp-3. *> differential posted to date
     03  Mil-Diff-Count      pic 9(3).
     03  Mil-Last-Period-End pic 9(8).            *> last pay period differential posted
     03  Mil-Last-Batch      pic 9(5).
     03  Mil-Days-Counted    pic 9(5).            *> set on return
     03  Mil-Vac-Credit      pic 9(5)v99  comp-3. *> accrual credited on return
     03  Mil-SL-Credit       pic 9(5)v99  comp-3.
     03  Mil-Entered-By      pic x(8).
     03  Mil-Prev-Emp-Status pic x.               *> Emp-Status before the leave
     03  filler              pic x(19).
