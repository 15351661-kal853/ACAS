*>*******************************************
*>                                          *
*>  Record Definition For The Tax Treaty    *
*>       File                               *
*>  Uses Trt-Key as key                     *
*>*******************************************
*>  File size 80 bytes.
*>
*>  One record per treaty country (IRS country code, as on
*>  Emp-NRA-Country) and 1042-S income code (Emp-Treaty-Inc-Code) -
*>  eg 19 compensation for teaching, 20 compensation during studying
*>  and training. The wages of a nonresident alien claiming the
*>  treaty are exempt from FWT up to Trt-Annual-Limit a calendar year
*>  (zero = no limit) for Trt-Max-Years from Emp-NRA-Arrival (zero =
*>  no limit); the exempt wages go on the 1042-S, not the W-2.
*>  Trt-No-NRA-Add Y = the treaty also lets the employee off the Pub
*>  15-T wage add-on (India students and business apprentices).
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Treaty-Record.
     03  Trt-Key.
         05  Trt-Country     pic xx.
         05  Trt-Inc-Code    pic 99.
     03  Trt-Article         pic x(10).
     03  Trt-Annual-Limit    pic 9(7)v99  comp-3.
     03  Trt-Max-Years       pic 99.
     03  Trt-No-NRA-Add      pic x.
     03  Trt-Desc            pic x(30).
     03  Trt-Changed-By      pic x(8).
     03  Trt-Changed-Date    pic 9(8).            *> ccyymmdd
     03  filler              pic x(12).
*>
