*>*******************************************
*>                                          *
*>  Record Definition For The Tax           *
*>       Jurisdiction Directory File        *
*>  Uses Jdr-Zip5 + Jdr-Plus4-Low as key    *
*>*******************************************
*>  File size 128 bytes.
*>
*>  One record per ZIP+4 range, loaded by pyjdir from a vendor or
*>  state address file - the state, county, municipality, school
*>  district and PSD / municipality code every address in the range
*>  falls in. A whole ZIP is one record with the range 0000 - 9999.
*>  pyjurchk looks an address up on it for py010 to propose the
*>  employee's jurisdictions, and for pyjdir's audit of the stored
*>  ones. The PSD code is what Lcl-PSD-Code (pylcl) and Htx-PSD-Code
*>  (pyhtx) are matched on.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Juris-Dir-Record.
     03  Jdr-Key.
         05  Jdr-Zip5        pic x(5).
         05  Jdr-Plus4-Low   pic x(4).            *> 0000 for a whole ZIP
     03  Jdr-Plus4-High      pic x(4).            *> 9999 for a whole ZIP
     03  Jdr-State           pic xx.
     03  Jdr-County          pic x(20).
     03  Jdr-Muni            pic x(30).           *> municipality
     03  Jdr-School-Dist     pic x(30).
     03  Jdr-PSD-Code        pic x(8).            *> PSD / municipality code
     03  filler              pic x(25).
*>
