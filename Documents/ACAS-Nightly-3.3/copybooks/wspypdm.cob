*>*******************************************
*>                                          *
*>  Record Definition For The Per-Diem      *
*>       Rate Table                         *
*>  Uses Pdm-Year + Pdm-Locality as key     *
*>*******************************************
*>  File size 64 bytes.
*>
*>  One record per locality per (federal fiscal) year as published
*>  by GSA - the maximum nightly lodging rate and the daily meals and
*>  incidental expenses (M&IE) rate. Locality "STD" holds the
*>  standard rate used for any locality not on the table for the
*>  year.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Per-Diem-Record.
     03  Pdm-Key.
         05  Pdm-Year        pic 9(4).            *> ccyy
         05  Pdm-Locality    pic x(6).            *> STD = standard rate
     03  Pdm-Desc            pic x(30).
     03  Pdm-Lodging         pic 9(5)v99  comp-3. *> per night
     03  Pdm-MIE             pic 9(5)v99  comp-3. *> per full day
     03  Pdm-Operator        pic x(8).
     03  filler              pic x(8).
*>
