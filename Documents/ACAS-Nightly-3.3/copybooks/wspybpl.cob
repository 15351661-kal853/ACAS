*>    3 = Employee + Children, 4 = Family.
*>
*> 02/09/26 vbc - Created.
*> 15/10/26 vbc - Bpl-Plan-Type added - "H" marks a Health Savings
*>                Account plan: Bpl-Emp-Prem is then the default
*>                employee contribution per pay, Bpl-Er-Prem the
*>                employer contribution per pay, tier 1 self-only and
*>                tiers 2 - 4 family coverage. Taken from filler, size
*>                unchanged.
*>
 01  PY-Benefit-Plan-Record.
     03  Bpl-Key.
     03  Bpl-Payee-No        pic 9(4).            *> carrier on PY-Payee-File, 0 = none
     03  Bpl-Tax-Class       pic 9.               *> Emp-ED-Tax-Class to build with -
*>                                                   normally 2 (Section 125 pre-tax)
     03  Bpl-Plan-Type       pic x.               *> space = premium plan, H = HSA
         88  Bpl-Type-HSA                 value "H".
     03  filler              pic x(16).
*>
