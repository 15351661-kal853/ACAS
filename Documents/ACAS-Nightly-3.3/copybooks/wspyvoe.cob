*>*******************************************
*>                                          *
*>  Record Definition For The Verification  *
*>       Of Employment Request Log          *
*>*******************************************
*>  File size 120 bytes per record.
*>
*>  One line per verification of employment / income request pyvoe
*>  handles - who asked, when, the employee's signed authorization,
*>  what the letter released and who ran it. A request refused for
*>  want of a current authorization is logged as released "N".
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-VOE-Log-Record.
     03  Voe-Date            pic 9(8).            *> ccyymmdd request answered
     03  Voe-Time            pic 9(6).            *> hhmmss
     03  Voe-Emp-No          pic 9(7).
     03  Voe-Requester       pic x(30).           *> lender / landlord / agency
     03  Voe-Req-Type        pic x.               *> M = mortgage lender, L = landlord,
*>                                                   G = government agency, O = other
     03  Voe-Req-Contact     pic x(30).           *> person / their reference
     03  Voe-Auth-Date       pic 9(8).            *> ccyymmdd employee signed, 0 = none
     03  Voe-Auth-Income     pic x.               *> Y = authorization covers pay details
     03  Voe-Auth-SSN        pic x.               *> Y = authorization allows the full SSN
     03  Voe-Released        pic x.
         88  Voe-Rel-Employment           value "E".   *> dates, status, interval only
         88  Voe-Rel-Income               value "I".   *> plus rate and gross pay
         88  Voe-Rel-Refused              value "N".   *> nothing - no valid authorization
     03  Voe-SSN-Shown       pic x.               *> F = full, M = masked
     03  Voe-Operator        pic x(8).            *> WS-CD-Args (1:8)
     03  filler              pic x(18).
*>
