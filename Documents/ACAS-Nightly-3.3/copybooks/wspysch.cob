*>*******************************************
*>                                          *
*>  Record Definition For The Scheduled     *
*>    Earnings / Deductions File            *
*>  Uses Sch-Emp-No + Sch-Seq as key        *
*>*******************************************
*>  File size 70 bytes.
*>
*>  One record per temporary earning or deduction - the uniform
*>  deduction for 10 pays, the car allowance through June, the
*>  sign-on bonus split over three checks - that Emp-ED-Grp has no
*>  way to start or stop. pyapply adds the earning / takes the
*>  deduction on every check dated from Sch-Start-Date while the
*>  entry is in effect and closes it itself (status E) once
*>  Sch-Pay-Count pays have been made or a check falls after
*>  Sch-Stop-Date. Either limit may be zero (not used) but not both.
*>  Maintained and reported (starting / expiring next period) by
*>  pysched.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Schedule-Record.
     03  Sch-Key.
         05  Sch-Emp-No      pic 9(7).
         05  Sch-Seq         pic 9(3).            *> 1 up per employee
     03  Sch-Desc            pic x(15).
     03  Sch-Earn-Ded        pic x.               *> E = Earning, D = Deduction
         88  Sch-Earning                  value "E".
         88  Sch-Deduction                value "D".
     03  Sch-Amount          pic 9(6)v99  comp-3. *> per check
     03  Sch-Chk-Cat         pic 99       comp.   *> Chk-Amt bucket, E 2-7 / D 9-16
     03  Sch-Start-Date      pic 9(8).            *> ccyymmdd, first check date
     03  Sch-Stop-Date       pic 9(8).            *> ccyymmdd, last check date, zero = none
     03  Sch-Pay-Count       pic 999      comp-3. *> pays to make, zero = no count
     03  Sch-Pays-Taken      pic 999      comp-3.
     03  Sch-Amt-Taken       pic 9(7)v99  comp-3.
     03  Sch-Last-Check      pic 9(8).            *> ccyymmdd, last check it was on
     03  Sch-Status          pic x.               *> A = Active, H = Held, E = Ended
         88  Sch-Stat-Active              value "A".
         88  Sch-Stat-Held                value "H".
         88  Sch-Stat-Ended               value "E".
     03  filler              pic x(3).
*>
