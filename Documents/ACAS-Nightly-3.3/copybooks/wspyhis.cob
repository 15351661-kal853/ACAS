*>                buckets above) so f941print can produce the line 8
*>                adjustment and w2print the box 13 indication the
*>                IRS instructions require. File size increases.
*> 15/10/26 vbc - His-Qual block added - the qualified overtime
*>                premium and qualified tips accumulated by pyapply
*>                for W-2 box 12 TT/TP (ALSO inside the taxable /
*>                tips buckets above). File size increases.
*> 15/10/26 vbc - His-Ret block added - the employee's pre-tax and
*>                Roth 401(k) deferrals, whichever Emp-ED-Grp or
*>                Ded-Sys slot they came through, for the annual
*>                deferral limit in pyapply and W-2 box 12 D / AA.
*>                File size increases.
*> 15/10/26 vbc - His-HSA block added - employee (pre-tax, cafeteria
*>                plan) and employer Health Savings Account
*>                contributions, for the annual HSA limit in pyapply
*>                and W-2 box 12 W. File size increases.
*> 15/10/26 vbc - His-Fringe block added - non-cash fringe benefit
*>                imputed income (code 19 lines posted by pyfringe) for
*>                the W-2 box 14 detail - ALSO inside the Income/Fica-
*>                Taxable buckets above. File size increases.
*> 15/10/26 vbc - His-Equity block added - stock compensation income
*>                posted by pyequity from the broker's vest / exercise
*>                file, the nonqualified option spread for W-2 box
*>                12 V, and the year's supplemental wages the $1
*>                million mandatory FWT rate is tested against - ALSO
*>                inside the Income/Fica-Taxable buckets above. File
*>                size increases.
*> 15/10/26 vbc - His-Treaty block added - a nonresident alien's wages
*>                exempt under a tax treaty (pyapply) - kept off the
*>                Income-Taxable bucket (W-2 box 1) and reported on the
*>                1042-S by py1042s. File size increases.
*> 15/10/26 vbc - His-Clergy block added - a minister's housing
*>                allowance excluded from FWT and state wages (pyapply)
*>                - kept off Income-Taxable, shown in W-2 box 14 by
*>                w2print and pyefw2. File size increases.
*> 15/10/26 vbc - His-Er block added - the employer's own costs for
*>                the employee (FICA/Medicare, FUTA, SUI, SDI and PFML
*>                shares, 401(k) match, union trust-fund fringes and
*>                the value of leave accrued) posted by pyapply for the
*>                total compensation statement (pytcs). File size
*>                increases.
*> 15/10/26 vbc - His-Conv block added - the opening balances a prior
*>                provider paid before a mid-year conversion (pyconv),
*>                ALSO inside the buckets above, with no check history
*>                behind them. File size increases.
*>
 01  PY-History-Record.
     03  His-Emp-No                    pic 9(7)   comp.
     03  His-PFML                                 comp-3.
         05  His-QTD-PFML              pic 9(7)v99.
         05  His-YTD-PFML              pic 9(7)v99.
*>
*> Qualified overtime premium (the FLSA half-time share of an hourly
*> employee's rate 2/3 pay) and qualified tips (tips reported while
*> in a tipped occupation - Emp-Tip-Occ-Code) for the federal
*> deductions - W-2 box 12 TT / TP. ALSO inside the taxable and tips
*> buckets above.
*>
     03  His-Qual                                 comp-3.
         05  His-QTD-Qual-OT-Prem      pic 9(7)v99.
         05  His-YTD-Qual-OT-Prem      pic 9(7)v99.
         05  His-QTD-Qual-Tips         pic 9(7)v99.
         05  His-YTD-Qual-Tips         pic 9(7)v99.
*>
*> 401(k) elective deferrals - pre-tax (class 3 and Type "R" system
*> slots) and Roth (class 4, including any catch-up pyapply routed
*> there) - W-2 box 12 D / AA. ALSO inside the Emp/Sys buckets above.
*>
     03  His-Ret                                  comp-3.
         05  His-QTD-Deferral          pic 9(7)v99.
         05  His-YTD-Deferral          pic 9(7)v99.
         05  His-QTD-Roth              pic 9(7)v99.
         05  His-YTD-Roth              pic 9(7)v99.
*>
*> Health Savings Account contributions - the employee's (class 2
*> Emp-ED-Grp entry Emp-HSA-Slot, ALSO inside the Emp bucket above)
*> and the employer's. Both count to the annual limit and both go in
*> W-2 box 12 W.
*>
     03  His-HSA                                  comp-3.
         05  His-QTD-HSA-Emp           pic 9(7)v99.
         05  His-YTD-HSA-Emp           pic 9(7)v99.
         05  His-QTD-HSA-Er            pic 9(7)v99.
         05  His-YTD-HSA-Er            pic 9(7)v99.
*>
*> Non-cash fringe benefit imputed income (code 19, pyfringe) - taxed,
*> never paid - W-2 box 14. ALSO inside Income/Fica-Taxable above.
*>
     03  His-Fringe                               comp-3.
         05  His-QTD-Fringe            pic 9(7)v99.
         05  His-YTD-Fringe            pic 9(7)v99.
*>
*> Equity compensation (pyequity) - RSU/RSA vest and option exercise
*> income taxed as supplemental wages, paid in shares not cash. The
*> NSO spread goes in W-2 box 12 V. Supp-Wages is every supplemental
*> wage of the year (equity plus supplemental apply runs) for the $1
*> million mandatory rate test.
*>
     03  His-Equity                               comp-3.
         05  His-QTD-Equity            pic 9(7)v99.
         05  His-YTD-Equity            pic 9(7)v99.
         05  His-QTD-NSO               pic 9(7)v99.
         05  His-YTD-NSO               pic 9(7)v99.
         05  His-YTD-Supp-Wages        pic 9(7)v99.
*>
*> Tax treaty exempt wages (nonresident alien, PY-Treaty-File) - NOT
*> in Income-Taxable, carried in Other-NonTaxable, 1042-S income.
*>
     03  His-Treaty                               comp-3.
         05  His-QTD-Treaty-Exempt     pic 9(7)v99.
         05  His-YTD-Treaty-Exempt     pic 9(7)v99.
*>
*> Minister's housing allowance excluded (Emp-Housing-Allow) - NOT in
*> Income-Taxable, carried in Other-NonTaxable, W-2 box 14.
*>
     03  His-Clergy                               comp-3.
         05  His-QTD-Housing-Allow     pic 9(7)v99.
         05  His-YTD-Housing-Allow     pic 9(7)v99.
*> Employer-paid costs - never wages, none are inside the buckets
*> above. FICA includes the employer Medicare. PTO is the leave hours
*> accrued each apply valued at the hourly rate at the time.
     03  His-Er                                   comp-3.
         05  His-QTD-Er-FICA           pic 9(7)v99.
         05  His-YTD-Er-FICA           pic 9(7)v99.
         05  His-QTD-Er-FUTA           pic 9(7)v99.
         05  His-YTD-Er-FUTA           pic 9(7)v99.
         05  His-QTD-Er-SUI            pic 9(7)v99.
         05  His-YTD-Er-SUI            pic 9(7)v99.
         05  His-QTD-Er-SDI            pic 9(7)v99.
         05  His-YTD-Er-SDI            pic 9(7)v99.
         05  His-QTD-Er-PFML           pic 9(7)v99.
         05  His-YTD-Er-PFML           pic 9(7)v99.
         05  His-QTD-Er-Match          pic 9(7)v99.
         05  His-YTD-Er-Match          pic 9(7)v99.
         05  His-QTD-Er-Union          pic 9(7)v99.
         05  His-YTD-Er-Union          pic 9(7)v99.
         05  His-QTD-Er-PTO            pic 9(7)v99.
         05  His-YTD-Er-PTO            pic 9(7)v99.
*>
*> Conversion opening balances - what the prior provider paid this
*> year before the takeover, loaded by pyconv and ALSO inside the
*> buckets above. His-Conv-Date not zero marks a converted employee.
*> No check history stands behind them, so pyxfoot takes the QTD part
*> as a known reconciling item and pystubrp reprints a pay date up to
*> His-Conv-Date from the YTD part. His-QTD-Conv-FICA includes the
*> Medicare, as the checks carry it.
*>
     03  His-Conv                                 comp-3.
         05  His-Conv-Date             pic 9(8).          *> ccyymmdd loaded
         05  His-Conv-Qtr              pic 9.             *> quarter loaded as at
         05  His-QTD-Conv-FWT          pic 9(7)v99.
         05  His-QTD-Conv-SWT          pic 9(7)v99.
         05  His-QTD-Conv-FICA         pic 9(7)v99.
         05  His-QTD-Conv-Net          pic 9(7)v99.
         05  His-YTD-Conv-Gross        pic 9(7)v99.
         05  His-YTD-Conv-Net          pic 9(7)v99.
         05  His-YTD-Conv-FWT          pic 9(7)v99.
         05  His-YTD-Conv-SWT          pic 9(7)v99.
         05  His-YTD-Conv-LWT          pic 9(7)v99.
         05  His-YTD-Conv-FICA         pic 9(7)v99.
         05  His-YTD-Conv-SDI          pic 9(7)v99.
         05  His-YTD-Conv-MCare        pic 9(7)v99.
     03  filler                        pic x(4).
*>
*>   IS this header rec needed (Last-To-Date ? )
