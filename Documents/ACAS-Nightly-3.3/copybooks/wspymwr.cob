*>*******************************************
*>                                          *
*>  Record Definition For The BLS Multiple  *
*>       Worksite Report E-File             *
*>*******************************************
*>  File size 200 bytes per record.
*>
*>  Per state UI account, one "E" employer record followed by one
*>  "W" worksite record per worksite reported under it, closed by a
*>  "T" total record - employment for the pay period including the
*>  12th of each month of the quarter and the quarter's total wages
*>  (implied decimal, no punctuation). Sites whose state wants the
*>  full BLS EDI layout re-map this file before upload.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-MWR-Record.
     03  Mwr-Rec-Type        pic x.               *> E, W or T
     03  Mwr-State           pic xx.
     03  Mwr-UI-Acct         pic x(15).
     03  Mwr-Year            pic 9(4).
     03  Mwr-Quarter         pic 9.
     03  Mwr-Rpt-Unit        pic 9(5).            *> W only
     03  Mwr-Name            pic x(30).           *> E company, W worksite
     03  Mwr-Address         pic x(32).
     03  Mwr-City            pic x(24).
     03  Mwr-Zip             pic x(10).
     03  Mwr-County          pic 999.
     03  Mwr-NAICS           pic 9(6).
     03  Mwr-Emp-Month       pic 9(6)     occurs 3.
     03  Mwr-Wages           pic 9(11)v99.
     03  Mwr-EIN             pic x(9).            *> E only
     03  Mwr-Count           pic 9(5).            *> T - worksites
     03  filler              pic x(22).
*>
