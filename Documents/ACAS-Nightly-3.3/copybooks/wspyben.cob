*>  batch pass.
*>
*> 02/09/26 vbc - Created.
*> 15/10/26 vbc - Ben-HSA fields added - for an HSA plan enrollment the
*>                coverage type (S self-only / F family, from the
*>                tier), the employee's own contribution election per
*>                pay (zero = the plan default) and the employer
*>                contribution per pay (from the plan, may be
*>                overridden). Taken from filler, size unchanged.
*>
 01  PY-Benefit-Enroll-Record.
     03  Ben-Key.
     03  Ben-Status          pic x.               *> A = Active, T = Terminated
         88  Ben-Stat-Active              value "A".
         88  Ben-Stat-Terminated          value "T".
     03  Ben-HSA-Coverage    pic x.               *> S = self-only, F = family (HSA plans)
     03  Ben-HSA-Emp-Amt     pic 9(5)v99  comp-3. *> employee election per pay, 0 = plan default
     03  Ben-HSA-Er-Amt      pic 9(5)v99  comp-3. *> employer contribution per pay
     03  filler              pic x(7).
*>
