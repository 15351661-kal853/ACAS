*>  withheld by pyapply.
*>
*> 02/09/26 vbc - Created.
*> 15/10/26 vbc - Htx-PSD-Code taken from filler - the PSD / municipality
*>                code the jurisdiction directory (pyjdir) gives for an
*>                address, so py010 can propose the jurisdiction.
*>
 01  PY-Head-Tax-Record.
     03  Htx-Juris           pic x(5).            *> matches Emp-Head-Tax-Juris
     03  Htx-Annual-Amt      pic 9(5)v99  comp-3. *> the flat annual levy (eg 52.00)
     03  Htx-Annual-Cap      pic 9(5)v99  comp-3. *> stop at this YTD (usually = Amt)
     03  Htx-Low-Income      pic 9(7)v99  comp-3. *> annualised wages under this = exempt
     03  Htx-PSD-Code        pic x(8).            *> PSD / municipality code, spaces = none
     03  filler              pic x(3).
*>
