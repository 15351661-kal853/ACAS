*>*******************************************
*>                                          *
*>  Record Definition For The Unemployment  *
*>       (UI) Claim File                    *
*>  Uses Uic-State + Uic-Claim-Id as key    *
*>*******************************************
*>  File size 221 bytes.
*>
*>  One record per state claim notice received - when it came and
*>  when the response is due, the separation reason and last day
*>  worked answered (taken from the employee's termination), the
*>  base-period wages by quarter off PY-Emp-State-File, then the
*>  state's determination, any appeal and the benefits the state
*>  has charged to the SUI account for it. Maintained and printed
*>  by pyuiclm.
*>
*>  Uic-BP holds the five completed calendar quarters before the
*>  claim's effective date, oldest first - the standard base period
*>  is the first four, the alternate base period the last four.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-UI-Claim-Record.
     03  Uic-Key.
         05  Uic-State       pic xx.              *> state the claim is filed in
         05  Uic-Claim-Id    pic x(12).           *> the state's claim / notice number
     03  Uic-Er-Acct         pic x(15).           *> our UI account number on the notice
     03  Uic-Emp-No          pic 9(7).            *> zero = claimant not on our file
     03  Uic-SSN             pic 9(9).
     03  Uic-Name            pic x(32).
     03  Uic-Received        pic 9(8).            *> ccyymmdd notice received
     03  Uic-Eff-Date        pic 9(8).            *> ccyymmdd claim effective
     03  Uic-Due             pic 9(8).            *> ccyymmdd response due
     03  Uic-Responded       pic 9(8).            *> ccyymmdd, zero = not yet sent
     03  Uic-Sep-Reason      pic x.
         88  Uic-Sep-Quit                 value "Q".   *> voluntary quit
         88  Uic-Sep-Discharge            value "D".   *> discharged for cause
         88  Uic-Sep-Layoff               value "L".   *> lack of work
         88  Uic-Sep-Employed             value "S".   *> still employed (hours cut)
         88  Uic-Sep-Never                value "N".   *> never employed by us
     03  Uic-Last-Day        pic 9(8).            *> ccyymmdd last day worked
     03  Uic-Contest         pic x.               *> Y = we contest the claim
     03  Uic-BP                           occurs 5.
         05  Uic-BP-Qtr      pic 9(5).            *> ccyyq
         05  Uic-BP-Wages    pic 9(7)v99  comp-3.
     03  Uic-Det-Date        pic 9(8).            *> ccyymmdd determination
     03  Uic-Det-Result      pic x.               *> space = pending,
         88  Uic-Det-Allowed              value "A".   *> benefits allowed - chargeable
         88  Uic-Det-Denied               value "D".   *> disqualified - not chargeable
     03  Uic-Appeal-Date     pic 9(8).            *> ccyymmdd appeal filed
     03  Uic-Appeal-By       pic x.               *> E = employer, C = claimant, space = none
     03  Uic-Appeal-Result   pic x.               *> space = pending, A = allowed, D = denied
     03  Uic-Charged-Amt     pic 9(7)v99  comp-3. *> benefits charged to date
     03  Uic-Last-Stmt       pic 9(8).            *> ccyymmdd last charge statement posted
     03  filler              pic x(20).
*>
