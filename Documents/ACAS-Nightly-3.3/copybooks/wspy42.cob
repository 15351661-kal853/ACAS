*>*******************************************
*>                                          *
*>  Record Definition For The 1042-S FIRE   *
*>       Electronic File                    *
*>*******************************************
*>  File size 200 bytes per record.
*>
*>  The IRS FIRE-style fixed layout py1042s writes (Pub 1187 record
*>  types) - T transmitter, W withholding agent, one Q record per
*>  recipient 1042-S, C reconciliation with the Q count and totals,
*>  F end of transmission. Amounts carry an implied decimal, the
*>  withholding agent's EIN is PY-PR1-Fed-ID.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-1042S-Record.
     03  F42-Rec-Type        pic x.               *> T / W / Q / C / F
     03  F42-Tax-Year        pic 9(4).
     03  F42-TIN             pic x(9).            *> agent EIN / recipient SSN or ITIN
     03  F42-Name            pic x(40).
     03  F42-Address         pic x(32).
     03  F42-City-Zip        pic x(32).
     03  F42-Country         pic xx.              *> recipient country of residence
     03  F42-Form-Id         pic 9(10).           *> Q - unique form identifier
     03  F42-Income-Code     pic 99.
     03  F42-Gross-Income    pic 9(11)v99.        *> implied decimal
     03  F42-Chapter         pic 9.               *> 3
     03  F42-Exempt-Code     pic 99.              *> 04 exempt under tax treaty
     03  F42-Tax-Rate        pic 99v99.
     03  F42-Tax-Withheld    pic 9(11)v99.
     03  F42-Treaty-Article  pic x(10).
     03  F42-Count           pic 9(8).            *> C / F - Q records
     03  filler              pic x(17).
*>
