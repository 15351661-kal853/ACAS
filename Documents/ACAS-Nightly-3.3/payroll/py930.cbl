*>                      PY932 - 938, PY940 - 946.
*>**
*> Changes:
*> 15/10/2026 vbc -        Year close also clears the mid-year conversion
*>                         totals and date (Coh-Conv) so a load does not
*>                         carry into the next year.
*> 15/10/2026 vbc -        Quarter/year close also zeros the equity
*>                         compensation income and NSO spread QTD/YTD
*>                         accumulators.
*> 15/10/2026 vbc -        Quarter/year close also zeros the non-cash
*>                         fringe imputed income QTD/YTD accumulators.
*> 15/10/2026 vbc -        Quarter/year close also zeros the employee and
*>                         employer HSA contribution QTD/YTD
*>                         accumulators.
*> 15/10/2026 vbc -        Quarter/year close also zeros the pre-tax and
*>                         Roth 401(k) deferral QTD/YTD accumulators.
*> 15/10/2026 vbc -        Batch header read zeroes Hrs-Trans-Code, the
*>                         new last part of Hrs-Key. Quarter/year close
*>                         also zeros the qualified overtime premium and
*>                         qualified tips QTD/YTD accumulators.
*> 03/09/2026 vbc -        Quarter/year close now also zeros the
*>                         third-party sick pay and PFML QTD (and at
*>                         year end YTD) accumulators - f941print's
*>
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero to Hrs-Head-Key
                               Coh-YTD-3PSP-FICA
                               Coh-YTD-PFML-Emp
                               Coh-YTD-PFML-Er
                               Coh-YTD-Qual-OT-Prem
                               Coh-YTD-Qual-Tips
                               Coh-YTD-Deferral
                               Coh-YTD-Roth
                               Coh-YTD-HSA-Emp
                               Coh-YTD-HSA-Er
                               Coh-YTD-Fringe
                               Coh-YTD-Equity
                               Coh-YTD-NSO
                               Coh-Conv-Date
                               Coh-Conv-Emps
                               Coh-YTD-Conv-Gross
                               Coh-YTD-Conv-Liab
              perform  varying C from 1 by 1 until C > 5
                       move     zero to Coh-YTD-Sys (C)
              end-perform
                       Coh-QTD-3PSP-Wages
                       Coh-QTD-3PSP-FICA
                       Coh-QTD-PFML-Emp
                       Coh-QTD-PFML-Er
                       Coh-QTD-Qual-OT-Prem
                       Coh-QTD-Qual-Tips
                       Coh-QTD-Deferral
                       Coh-QTD-Roth
                       Coh-QTD-HSA-Emp
                       Coh-QTD-HSA-Er
                       Coh-QTD-Fringe
                       Coh-QTD-Equity
                       Coh-QTD-NSO.
     perform  varying C from 1 by 1 until C > 5
              move     zero to Coh-QTD-Sys (C)
     end-perform.
