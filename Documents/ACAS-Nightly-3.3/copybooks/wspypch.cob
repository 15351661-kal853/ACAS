*>*******************************************
*>                                          *
*>  Record Definition For The Time Clock    *
*>       Punch File                         *
*>  Uses Pch-Emp-No + Pch-Date + Pch-In     *
*>       as key                             *
*>*******************************************
*>  File size 48 bytes.
*>
*>  One record per in/out punch pair imported by pytcimp from a
*>  punch-level "P," line, dated the workday the pair started - an
*>  out time not after the in time ran past midnight. The gaps
*>  between a day's pairs are the unpaid meal (and any punched rest)
*>  breaks pymealck checks. A line re-imported for the same in time
*>  replaces the pair.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Punch-Record.
     03  Pch-Key.
         05  Pch-Emp-No      pic 9(7).
         05  Pch-Date        pic 9(8).            *> ccyymmdd workday
         05  Pch-In          pic 9(4).            *> hhmm
     03  Pch-Out             pic 9(4).            *> hhmm
     03  Pch-Minutes         pic 9(4).            *> minutes worked in the pair
     03  Pch-Job-Tag         pic x(6).
     03  Pch-Batch-No        pic 9(5).            *> Hrs-Batch-No imported into
     03  Pch-Import-Date     pic 9(8).            *> ccyymmdd
     03  filler              pic xx.
*>
