*>*******************************************
*>                                          *
*>  Record Definition For The Worksite      *
*>       File                               *
*>  Uses Wks-Code as key                    *
*>*******************************************
*>  File size 256 bytes.
*>
*>  One record per physical worksite (establishment) - the code is
*>  what Emp-Worksite holds. The state, county (FIPS) and NAICS code
*>  place the worksite for the BLS Multiple Worksite Report, with
*>  the state UI account number it is reported under and the BLS
*>  reporting unit number (zero until BLS assigns one).
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Worksite-Record.
     03  Wks-Code            pic x(4).
     03  Wks-Name            pic x(30).           *> trade name / description
     03  Wks-Address-1       pic x(32).
     03  Wks-Address-2       pic x(32).
     03  Wks-City            pic x(24).
     03  Wks-State           pic xx.
     03  Wks-Zip             pic x(10).
     03  Wks-County          pic 999.             *> FIPS county code
     03  Wks-County-Name     pic x(20).
     03  Wks-NAICS           pic 9(6).
     03  Wks-UI-Acct         pic x(15).           *> state UI account number
     03  Wks-Rpt-Unit        pic 9(5).            *> BLS reporting unit no
     03  Wks-Changed-By      pic x(8).
     03  Wks-Changed-Date    pic 9(8).            *> ccyymmdd
     03  filler              pic x(57).
*>
