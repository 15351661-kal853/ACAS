*> written as spaces/zeros.
*>
*> 22/08/26 vbc - Created.
*> 15/10/26 vbc - RW gains box 12 TT (qualified overtime premium), TP
*>                (qualified tips) and the tipped occupation code, RT
*>                their totals - carved from FILLER, record size
*>                unchanged.
*> 15/10/26 vbc - RW gains box 12 D (pre-tax 401(k) deferrals) and AA
*>                (Roth 401(k)), RT their totals - carved from FILLER,
*>                record size unchanged.
*> 15/10/26 vbc - RW gains box 12 W (employer and employee cafeteria
*>                plan HSA contributions), RT its total - carved from
*>                FILLER, record size unchanged.
*> 15/10/26 vbc - RW gains box 12 V (nonqualified stock option
*>                income), RT its total - carved from FILLER, record
*>                size unchanged.
*> 15/10/26 vbc - RW gains the box 13 statutory employee indicator and
*>                the box 14 minister's housing allowance, RT the
*>                allowance total - carved from FILLER, record size
*>                unchanged.
*> 15/10/26 vbc - RS gains the state employer account number - carved
*>                from FILLER. RV state totals record added for the
*>                state W-2 file pystrec writes. Record size unchanged.
*>
 01  PY-EFW2-Record                    pic x(512).
*>
     03  Efw2-RW-Mcare-Wages       pic 9(9)v99.  *> box 5
     03  Efw2-RW-Mcare-Tax         pic 9(9)v99.  *> box 6
     03  Efw2-RW-SS-Tips           pic 9(9)v99.  *> box 7
     03  Efw2-RW-Qual-OT-Prem      pic 9(9)v99.  *> box 12 code TT
     03  Efw2-RW-Qual-Tips         pic 9(9)v99.  *> box 12 code TP
     03  Efw2-RW-Tip-Occ-Code      pic x(3).     *> Treasury tipped occupation
     03  Efw2-RW-401k-Deferral     pic 9(9)v99.  *> box 12 code D
     03  Efw2-RW-Roth-401k         pic 9(9)v99.  *> box 12 code AA
     03  Efw2-RW-HSA               pic 9(9)v99.  *> box 12 code W
     03  Efw2-RW-NSO               pic 9(9)v99.  *> box 12 code V
     03  Efw2-RW-Statutory-Emp     pic x.        *> box 13 - "1" = checked, "0" = not
     03  Efw2-RW-Housing-Allow     pic 9(9)v99.  *> box 14 - minister's housing allowance
     03  filler                    pic x(162).
*>
 01  Efw2-RS-Record redefines PY-EFW2-Record.    *> State wage
     03  Efw2-RS-Ident             pic xx.       *> "RS"
     03  Efw2-RS-First-Name        pic x(15).
     03  Efw2-RS-Middle-Name       pic x(15).
     03  Efw2-RS-Last-Name         pic x(20).
     03  filler                    pic x(160).
     03  Efw2-RS-Acct-No           pic x(20).    *> state employer account no.
     03  Efw2-RS-State-Wages       pic 9(9)v99.  *> box 16
     03  Efw2-RS-SWT               pic 9(9)v99.  *> box 17
     03  filler                    pic x(242).
     03  Efw2-RT-SS-Tax            pic 9(13)v99.
     03  Efw2-RT-Mcare-Wages       pic 9(13)v99.
     03  Efw2-RT-Mcare-Tax         pic 9(13)v99.
     03  Efw2-RT-Qual-OT-Prem      pic 9(13)v99.  *> box 12 code TT
     03  Efw2-RT-Qual-Tips         pic 9(13)v99.  *> box 12 code TP
     03  Efw2-RT-401k-Deferral     pic 9(13)v99.  *> box 12 code D
     03  Efw2-RT-Roth-401k         pic 9(13)v99.  *> box 12 code AA
     03  Efw2-RT-HSA               pic 9(13)v99.  *> box 12 code W
     03  Efw2-RT-NSO               pic 9(13)v99.  *> box 12 code V
     03  Efw2-RT-Housing-Allow     pic 9(13)v99.  *> box 14 housing allowance
     03  filler                    pic x(308).
*>
 01  Efw2-RV-Record redefines PY-EFW2-Record.    *> State totals
     03  Efw2-RV-Ident             pic xx.       *> "RV"
     03  Efw2-RV-No-Of-RSs         pic 9(7).
     03  Efw2-RV-State-Wages       pic 9(13)v99.
     03  Efw2-RV-SWT               pic 9(13)v99.
     03  filler                    pic x(473).
*>
 01  Efw2-RF-Record redefines PY-EFW2-Record.    *> Final
     03  Efw2-RF-Ident             pic xx.       *> "RF"
