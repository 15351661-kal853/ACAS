*>                by pysickimp as its own category (ALSO rolled into
*>                the taxable/FICA buckets) for f941print's line 8
*>                adjustment. File size increases.
*> 15/10/26 vbc - Coh-Qual block added - qualified overtime premium
*>                and qualified tips posted by pyapply (ALSO inside
*>                the taxable/tips buckets). File size increases.
*> 15/10/26 vbc - Coh-Ret block added - pre-tax and Roth 401(k)
*>                deferral totals (W-2 box 12 D / AA). File size
*>                increases.
*> 15/10/26 vbc - Coh-HSA block added - employee and employer Health
*>                Savings Account contribution totals (W-2 box 12 W).
*>                File size increases.
*> 15/10/26 vbc - Coh-Fringe block added - non-cash fringe benefit
*>                imputed income totals (pyfringe code 19, ALSO inside
*>                the taxable buckets). File size increases.
*> 15/10/26 vbc - Coh-Equity block added - stock compensation income
*>                and NSO spread totals (pyequity, ALSO inside the
*>                taxable buckets). File size increases.
*> 15/10/26 vbc - Coh-Conv block added - the company totals of the
*>                opening balances loaded by pyconv at a mid-year
*>                conversion. File size increases.
*>
 01  PY-Comp-Hist-Record.
  *>   03  RRN                      pic 9.              *> Possibly needs to use Apply-No
         05  Coh-YTD-PFML-Emp         pic 9(7)v99.
         05  Coh-YTD-PFML-Er          pic 9(7)v99.
*>
*> Qualified overtime premium and qualified tips - company totals of
*> the His-Qual buckets (W-2 box 12 TT / TP), for the pyw2bal proof.
*>
     03  Coh-Qual                                 comp-3.
         05  Coh-QTD-Qual-OT-Prem     pic 9(7)v99.
         05  Coh-YTD-Qual-OT-Prem     pic 9(7)v99.
         05  Coh-QTD-Qual-Tips        pic 9(7)v99.
         05  Coh-YTD-Qual-Tips        pic 9(7)v99.
*>
*> 401(k) elective deferrals - company totals of the His-Ret buckets
*> (W-2 box 12 D / AA), for the pyw2bal proof.
*>
     03  Coh-Ret                                  comp-3.
         05  Coh-QTD-Deferral         pic 9(7)v99.
         05  Coh-YTD-Deferral         pic 9(7)v99.
         05  Coh-QTD-Roth             pic 9(7)v99.
         05  Coh-YTD-Roth             pic 9(7)v99.
*>
*> Health Savings Account contributions - company totals of the
*> His-HSA buckets (W-2 box 12 W), for the pyw2bal proof.
*>
     03  Coh-HSA                                  comp-3.
         05  Coh-QTD-HSA-Emp          pic 9(7)v99.
         05  Coh-YTD-HSA-Emp          pic 9(7)v99.
         05  Coh-QTD-HSA-Er           pic 9(7)v99.
         05  Coh-YTD-HSA-Er           pic 9(7)v99.
*>
*> Non-cash fringe benefit imputed income - company totals of the
*> His-Fringe buckets (W-2 box 14).
*>
     03  Coh-Fringe                               comp-3.
         05  Coh-QTD-Fringe           pic 9(7)v99.
         05  Coh-YTD-Fringe           pic 9(7)v99.
*>
*> Equity compensation - company totals of the His-Equity income and
*> NSO spread buckets (W-2 box 12 V), for the pyw2bal proof.
*>
     03  Coh-Equity                               comp-3.
         05  Coh-QTD-Equity           pic 9(7)v99.
         05  Coh-YTD-Equity           pic 9(7)v99.
         05  Coh-QTD-NSO              pic 9(7)v99.
         05  Coh-YTD-NSO              pic 9(7)v99.
*>
*> Conversion opening balances - company totals of the His-Conv
*> figures loaded by pyconv, ALSO inside the buckets above. The tax
*> liability was deposited by the prior provider, so none of it is
*> on the Coh-Date / Coh-Tax deposit table.
*>
     03  Coh-Conv                                 comp-3.
         05  Coh-Conv-Date            pic 9(8).           *> ccyymmdd last loaded
         05  Coh-Conv-Emps            pic 9(5).
         05  Coh-YTD-Conv-Gross       pic 9(9)v99.
         05  Coh-YTD-Conv-Liab        pic 9(9)v99.        *> FWT, both FICA shares & Medicare
*>
