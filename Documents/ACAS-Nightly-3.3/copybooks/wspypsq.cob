*>*******************************************
*>                                          *
*>  Request Block For Calls To pyposchk     *
*>       (is the position free to fill)     *
*>*******************************************
*>
*>  Caller sets Psq-Dept and Psq-Position wanted, Psq-Emp-No of the
*>  employee moving in (excluded from the count, zero for a new hire)
*>  and Psq-FTE, the share they will fill.
*>  Psq-Result:  0 = room in the position,
*>               1 = already filled - the FTE would go over,
*>               7 = the position is closed,
*>               8 = no position given - nothing checked,
*>               9 = position not on file (or no position file).
*>  Authorized FTE and the FTE filled by others come back for 0 and 1.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Position-Check.
     03  Psq-Dept            pic x(4).
     03  Psq-Position        pic 9(5).
     03  Psq-Emp-No          pic 9(7).
     03  Psq-FTE             pic 9v99.
     03  Psq-Result          pic 9.
     03  Psq-Auth-FTE        pic 99v99.
     03  Psq-Filled-FTE      pic 99v99.
*>
