*>*******************************************
*>                                          *
*>  Request Block For Calls To pygrdchk     *
*>       (rate against the salary grade     *
*>        range)                            *
*>*******************************************
*>
*>  Caller sets Grq-Grade, Grq-As-Of (the range in force on that date
*>  is used), Grq-Rate (per period for salaried, per hour for hourly),
*>  Grq-HS-Type, Grq-Pay-Freq and Grq-Normal-Units as on the employee.
*>  Grq-Result:  0 = within the range,
*>               1 = below the minimum,
*>               2 = above the maximum,
*>               8 = no grade given - nothing checked,
*>               9 = grade not on file for the date (or no grade file).
*>  For 0 - 2 the range, its basis, the rate converted to that basis
*>  and the compa-ratio (rate / midpoint * 100) come back as well.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Grade-Check.
     03  Grq-Grade           pic x(4).
     03  Grq-As-Of           pic 9(8).            *> ccyymmdd
     03  Grq-Rate            pic 9(6)v99   comp-3.
     03  Grq-HS-Type         pic x.
     03  Grq-Pay-Freq        binary-char.
     03  Grq-Normal-Units    pic 999       comp-3.
     03  Grq-Result          pic 9.
     03  Grq-Basis           pic x.
     03  Grq-Min             pic 9(7)v99   comp-3.
     03  Grq-Mid             pic 9(7)v99   comp-3.
     03  Grq-Max             pic 9(7)v99   comp-3.
     03  Grq-Conv-Rate       pic 9(7)v99   comp-3.
     03  Grq-Compa           pic 9(3)v9    comp-3.
*>
