*>*******************************************
*>                                          *
*>  Record Definition For The Salary Grade  *
*>       File                               *
*>     Uses Grd-Key as key                  *
*>*******************************************
*>  File size 64 bytes.
*>
*>  One record per grade per effective year - the range in force is
*>  the one with the latest Grd-Year not after the date in question.
*>  Grd-Basis says whether Min / Mid / Max are hourly or annual
*>  amounts; pygrdchk converts the employee's rate to match.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Grade-Record.
     03  Grd-Key.
         05  Grd-Code        pic x(4).
         05  Grd-Year        pic 9(4).            *> ccyy effective
     03  Grd-Desc            pic x(30).
     03  Grd-Basis           pic x.               *> H = hourly, A = annual
         88  Grd-Hourly                 value "H".
         88  Grd-Annual                 value "A".
     03  Grd-Min             pic 9(7)v99  comp-3.
     03  Grd-Mid             pic 9(7)v99  comp-3.
     03  Grd-Max             pic 9(7)v99  comp-3.
     03  filler              pic x(10).
*>
