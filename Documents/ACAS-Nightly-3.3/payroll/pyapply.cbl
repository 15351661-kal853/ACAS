*>                               PY-PR1-Check-History-Used = "Y").
*>                      pystp.   State Tax Profiles (SUI/SDI by year).
*>                      pyemst.  Per-Employee Per-State wage/SWT history - I-O.
*>                      pylcl.   Local Earned Income Tax Jurisdictions.
*>                      pyemlc.  Per-Employee Per-Jurisdiction local tax - I-O.
*>                      pyjct.   Job Cost Transactions - Extend.
*>                      pysched. Scheduled Earnings / Deductions - I-O.
*>                      pyepa.   Employee Purchase Accounts - I-O.
*>                      pysrc.   Purchase Account Receipts - I-O.
*>
*>    Error messages used.
*> System wide:
*>                       apply time WITHOUT touching the vacation or
*>                       sick accruals - its entitlement accounting
*>                       lives in pyleave's rolling 12-month window.
*> 15/10/26 vbc - 1.0.36 Coded money lines in the batch (Hrs-Trans-Code
*>                       with Hrs-Amount - ba010): 18 Tips Reported go
*>                       into the withholding bases and His/Coh-Tips
*>                       but not gross/net (Income-Taxable and
*>                       Fica-Taxable posted net of them, the YTD wage
*>                       limits now count them); 14/15 non-taxable,
*>                       other codes taxable other pay, 1 - 4 price at
*>                       their amount. New QTD/YTD buckets for the
*>                       qualified overtime premium (FLSA half-time on
*>                       an hourly employee's rate 2/3 pay - ba020) and
*>                       qualified tips (Emp-Tip-Occ-Code set) for the
*>                       W-2 box 12 TT/TP reporting.
*> 15/10/26 vbc - 1.0.37 401(k) annual deferral limit (PY-PR6-Def-Limit,
*>                       pre-tax and Roth combined, plus the age 50
*>                       catch-up) enforced in bd000 - bd010/bd020.
*>                       Roth entries (Emp-ED-Tax-Class 4) are taken
*>                       there too, after tax. An employee flagged by
*>                       pyrothcu for the check year has the catch-up
*>                       past the regular limit routed to the Roth
*>                       entry. Pre-tax and Roth totals to the new
*>                       His/Coh-Ret buckets for W-2 box 12 D / AA.
*> 15/10/26 vbc - 1.0.38 Code 16 Deferral Refund (pyautoenr opt-out
*>                       permissible withdrawal) - FWT/SWT taxable,
*>                       not FICA, backed out of His/Coh-Deferral. The
*>                       auto-enrolled slot's deferral accumulates in
*>                       Emp-AE-Deferred for that refund.
*> 15/10/26 vbc - 1.0.39 Health Savings Account - the employer's per
*>                       pay amount (Emp-HSA-Er-Amt) and the employee's
*>                       class 2 Emp-HSA-Slot entry share the PY-PR6
*>                       self-only / family annual limit, plus the age
*>                       55 catch-up, in bd000 - bd030. Employer money
*>                       is taken first and never touches gross or net.
*>                       Totals to the new His/Coh-HSA buckets for W-2
*>                       box 12 W, this run's figures to Emp-HSA-Last-*
*>                       for the pyhsafeed custodian file.
*> 15/10/26 vbc - 1.0.40 Code 19 Imputed Income (non-cash fringe value
*>                       posted by pyfringe) - in the FWT/SWT/FICA bases
*>                       like reported tips, never gross or net, no job
*>                       cost. Totals to the new His/Coh-Fringe buckets
*>                       for the W-2 box 14 detail.
*> 15/10/26 vbc - 1.0.41 Supplemental runs withhold at the mandatory
*>                       PY-PR6-Supp-Mand-Rate on the part of the
*>                       year's supplemental wages (His-YTD-Supp-Wages,
*>                       pyequity stock income included) past
*>                       PY-PR6-Supp-Mand-Wages, and add to that total.
*> 15/10/26 vbc - 1.0.42 Code 20 Commission Draw (pycomm) priced as
*>                       Rate 4 pay - same check bucket and the same
*>                       Emp-Rate4-Exclusion taxability as commission.
*> 15/10/26 vbc - 1.0.43 Hrs-Gen-Flag carried in the entry table so an
*>                       FLSA overtime true-up Rate 2 line (pyottrue,
*>                       flag T) counts in full as qualified overtime
*>                       premium - it is only the extra half-time.
*> 15/10/26 vbc - 1.0.44 Severance installments - a Terminated employee
*>                       with a released agreement on PY-Severance-File
*>                       (pysever) is paid the code 22 Severance Pay
*>                       lines only, the others stay in the batch. FWT
*>                       is withheld flat as supplemental wages, only
*>                       garnishments and the deductions the agreement
*>                       continues are taken, no leave accrues, no GTL
*>                       imputed income and Emp-Max-Pay does not cap
*>                       it. What is paid is counted on the agreement,
*>                       which completes when the total has been paid.
*> 15/10/26 vbc - 1.0.45 Military leave - an employee On leave with
*>                       open orders on PY-Military-Leave-File
*>                       (pymilit) is paid the code 23 Military
*>                       Differential lines only, the others stay in
*>                       the batch. Code 23 is FWT/SWT taxable, no FICA
*>                       or FUTA. No leave accrues on such a check -
*>                       pymilit credits the leave's accrual on return.
*> 15/10/26 vbc - 1.0.46 Nonresident aliens - the Pub 15-T wage add-on
*>                       (PY-PR8) goes on the annualised wage before
*>                       the FWT bracket walk, always on the single
*>                       table, and wages exempt under the employee's
*>                       tax treaty (PY-Treaty-File) come off the FWT
*>                       base, out of W-2 box 1, into His-Treaty for
*>                       the 1042-S (py1042s).
*> 15/10/26 vbc - 1.0.47 Ministers (Emp-Worker-Class M) - the housing
*>                       allowance designated for the check's year
*>                       comes off the FWT and SWT bases, out of W-2
*>                       box 1, into His-Clergy for box 14, and no
*>                       FICA, employee or employer, is taken at all
*>                       (nor the FUTA / SUI figured off its base).
*> 15/10/26 vbc - 1.0.48 Local earned income tax withheld - the resident
*>                       rate of the Live jurisdiction and the non-
*>                       resident rate of the Work one (PY-Local-Tax-
*>                       File), the work tax credited against the live
*>                       under Emp-LWT-Reciprocity, into the LWT bucket.
*>                       Wages and tax per jurisdiction per quarter, and
*>                       the head tax, go onto PY-Emp-Local-File for
*>                       pylocal's quarterly returns.
*> 15/10/26 vbc - 1.0.49 Check history carries the period's hours
*>                       worked (hours lines other than rate 4
*>                       commission units) and tips reported, for
*>                       py8846's FICA tip credit.
*> 15/10/26 vbc - 1.0.50 The employer's costs per employee - FICA,
*>                       FUTA, SUI, employer SDI, PFML, 401(k) match,
*>                       union trust-fund fringes and the value of the
*>                       leave accrued - posted to His-Er (bl200) for
*>                       the pytcs total compensation statement.
*> 15/10/26 vbc - 1.0.51 Per-state wages are also kept by calendar
*>                       quarter (Emst-Qtr-Hist, zz180) for the UI
*>                       claim base period in pyuiclm.
*> 15/10/26 vbc - 1.0.52 Each Emp-ED-Grp slot's deduction taken is kept
*>                       on the check history entry (Chkh-ED-Amt) for
*>                       pycarrec's carrier bill reconciliation.
*> 15/10/26 vbc - 1.0.53 Effective-dated scheduled earnings and
*>                       deductions (PY-Schedule-File, pysched) - each
*>                       Active entry in effect on the check date is
*>                       added (bc100) or taken from remaining net
*>                       (bw100) and closes itself once its pay count
*>                       is made or a check falls after its stop date.
*> 15/10/26 vbc - 1.0.54 Operator passed to pyrunctl so every step stamp
*>                       is logged for the segregation of duties report.
*> 15/10/26 vbc - 1.0.55 Employee purchase accounts (bw050) - an Active
*>                       PY-Emp-Purch-File link repays the employee's
*>                       Sales Ledger balance from remaining net, a
*>                       fixed amount or percent of the balance but
*>                       never more than it, and the amount taken is
*>                       written to PY-SL-Receipt-File for pyslpost
*>                       to post as a cash receipt.
*> 15/10/26 vbc - 1.0.56 Each check history entry carries its share of
*>                       the qualified OT / tips, deferral, Roth, HSA,
*>                       fringe, treaty, housing and supplemental
*>                       buckets (Chkh-Ext, bk010) for pyvoid. A military
*>                       differential line paid to an employee on leave
*>                       is consumed with the batch, not kept to be paid
*>                       again. bl100-Update-Er-History renumbered bl200.
*> 15/10/26 vbc - 1.0.57 Severance installments due on a released
*>                       agreement are generated here each run (ac045)
*>                       into the entry table as code 22 lines, as the
*>                       PY-Schedule-File entries are, and the agreement
*>                       moved on - pysever G is now a preview. A
*>                       Terminated employee with nothing in the batch
*>                       is paid them in the auto-pay pass (ad010).
*>
*>**
*>*************************************************************************
 copy "selpyacs.cob".
 copy "selpystl.cob".
 copy "selpyhtx.cob".
 copy "selpylcl.cob".
 copy "selpyemlc.cob".
 copy "selpysev.cob".
 copy "selpymil.cob".
 copy "selpytrt.cob".
 copy "selpysch.cob".
 copy "selpyepa.cob".
 copy "selpysrc.cob".
*>
 data                    division.
*>================================
 copy "fdpyacs.cob".
 copy "fdpystl.cob".
 copy "fdpyhtx.cob".
 copy "fdpylcl.cob".
 copy "fdpyemlc.cob".
 copy "fdpysev.cob".
 copy "fdpymil.cob".
 copy "fdpytrt.cob".
 copy "fdpysch.cob".
 copy "fdpyepa.cob".
 copy "fdpysrc.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyapply (1.0.57)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  PY-Htx-Status       pic xx.
     03  WS-Htx-Open         pic x        value "N".
     03  WS-Htx-Amt          pic s9(5)v99 comp-3  value zero.
     03  PY-Lcl-Status       pic xx.
     03  WS-Lcl-Open         pic x        value "N".
     03  PY-Emlc-Status      pic xx.
     03  WS-Lwt-Live         pic s9(6)v99 comp-3  value zero.  *> resident EIT
     03  WS-Lwt-Work         pic s9(6)v99 comp-3  value zero.  *> non-resident EIT
     03  WS-Lwt-Live-Base    pic s9(7)v99 comp-3  value zero.
     03  WS-Lwt-Work-Base    pic s9(7)v99 comp-3  value zero.
     03  WS-Emlc-Type        pic x        value space.
     03  WS-Emlc-Juris       pic x(5)     value spaces.
     03  WS-Emlc-Res-Ind     pic x        value space.
     03  WS-Emlc-Wages       pic s9(7)v99 comp-3  value zero.
     03  WS-Emlc-Tax         pic s9(6)v99 comp-3  value zero.
     03  PY-Sev-Status       pic xx.
     03  WS-Sev-Open         pic x        value "N".
     03  WS-Sev-Only         pic x        value "N".   *> Y = terminated, severance lines only
     03  WS-Sev-Keep-Block.
         05  WS-Sev-Ded-Keep pic x        occurs 5.    *> agreement continues the Emp-ED slot
     03  WS-Sev-Inst-Amt     pic 9(7)v99  value zero.   *> installment due this check
     03  WS-Sev-Work-Date    pic 9(8)     value zero.
     03  filler  redefines WS-Sev-Work-Date.
         05  WS-Sev-Work-CCYY pic 9(4).
         05  WS-Sev-Work-MM  pic 99.
         05  WS-Sev-Work-DD  pic 99.
     03  WS-Sev-Calc-Date    pic 9(8)     value zero.
     03  filler  redefines WS-Sev-Calc-Date.
         05  WS-Sev-Calc-CCYY pic 9(4).
         05  WS-Sev-Calc-MM  pic 99.
         05  WS-Sev-Calc-DD  pic 99.
     03  WS-Sev-Month-End    pic 9(8)     value zero.
     03  WS-Sev-Anchor-Day   pic 99       value zero.
     03  PY-Mil-Status       pic xx.
     03  WS-Mil-Open         pic x        value "N".
     03  WS-Mil-Only         pic x        value "N".   *> Y = on military leave, differential only
     03  PY-Trt-Status       pic xx.
     03  WS-Trt-Open         pic x        value "N".
     03  PY-Sch-Status       pic xx.
     03  WS-Sch-Open         pic x        value "N".
     03  WS-Sch-Take         pic x        value "N".   *> Y = schedule entry due this check
     03  PY-Epa-Status       pic xx.
     03  WS-Epa-Open         pic x        value "N".
     03  PY-Src-Status       pic xx.
     03  WS-Treaty-Exempt    pic s9(7)v99 comp-3  value zero.  *> treaty exempt wages this check (py1042s)
     03  WS-Treaty-End       pic 9(8)     value zero.   *> treaty years run out, ccyymmdd
     03  WS-NRA-Add          pic 9(7)v99  comp-3  value zero.  *> Pub 15-T annual add-on, zero = none
     03  WS-Housing-Excl     pic s9(7)v99 comp-3  value zero.  *> minister's housing allowance this check
     03  WS-Cal-Open         pic x        value "N".
     03  WS-Cal-Period-End   pic 9(8)     value zero.   *> the calendar period this run used
*>
         05  WS-Check-Month  pic 99.
         05  filler          pic 99.
     03  WS-Check-Qtr        pic 9        value zero.   *> 1 - 4 from check date
     03  WS-Emst-Date        pic 9(8)     value zero.   *> ccyymmdd
     03  filler  redefines WS-Emst-Date.
         05  WS-Emst-Year    pic 9(4).
         05  WS-Emst-Month   pic 99.
         05  filler          pic 99.
     03  WS-Emst-Qtr         pic 9(5)     value zero.   *> ccyyq
     03  WS-Emst-Amt         pic s9(7)v99 comp-3 value zero.
     03  WS-Emst-Sub         pic 9        value zero.
     03  WS-Hrs-Batch-No     binary-short unsigned value zero.
*>
*> Batch header fields saved so checkpoints can rewrite the header
         05  WS-Ent-Units    pic s9(3)v99 comp-3.
         05  WS-Ent-Rate     pic 9.
         05  WS-Ent-Job      pic x(6).
         05  WS-Ent-Code     pic 99.               *> Hrs-Trans-Code, zero = hours
         05  WS-Ent-Amount   pic s9(7)v99 comp-3.  *> coded lines only
         05  WS-Ent-Gen      pic x.                *> Hrs-Gen-Flag
     03  WS-Ent-Sub          pic 99               value zero.
     03  WS-Chkh-Hours       pic s9(4)v99 comp-3  value zero.  *> hours lines, for Chkh-Hours
     03  WS-Prev-Emp         pic 9(7)             value zero.
*>
*> Employees skipped unpaid this run (entry-table overflow) - their
     03  WS-SWT-Base         pic s9(6)v99 comp-3  value zero.
     03  WS-FICA-Base        pic s9(6)v99 comp-3  value zero.
     03  WS-NonTax-Pay       pic s9(6)v99 comp-3  value zero.
     03  WS-Tips             pic s9(6)v99 comp-3  value zero.  *> code 18, in the bases not gross
     03  WS-Fringe           pic s9(6)v99 comp-3  value zero.  *> code 19, in the bases not gross
     03  WS-Qual-Tips        pic s9(6)v99 comp-3  value zero.  *> tips of a tipped occupation
     03  WS-Qual-OT          pic s9(6)v99 comp-3  value zero.  *> FLSA half-time premium
     03  WS-OT-Prem-Hr       pic s9(6)v9(4) comp-3 value zero.
     03  WS-FWT              pic s9(6)v99 comp-3  value zero.
     03  WS-SWT              pic s9(6)v99 comp-3  value zero.
     03  WS-LWT              pic s9(6)v99 comp-3  value zero.
     03  WS-Un-Best-Rate     pic 9(6)v99  comp-3  value zero.
     03  WS-Un-Hours         pic s9(5)v99 comp-3  value zero.
*>
*> Employer-side amounts for His-Er not already held above (see bl200).
*>
     03  WS-Co-SDI           pic s9(6)v99 comp-3  value zero.
     03  WS-Un-Fringe        pic s9(6)v99 comp-3  value zero.
     03  WS-PTO-Hours        pic s9(5)v99 comp-3  value zero.
     03  WS-PTO-Rate         pic s9(6)v99 comp-3  value zero.
     03  WS-PTO-Value        pic s9(7)v99 comp-3  value zero.
*>
*> Tenure-band accrual schedule working fields (see bt000).
*>
     03  WS-Acs-Years        pic s999             value zero.
         05  WS-GTL-BYear    pic 9(4).
         05  filler          pic 9(4).
*>
*> 401(k) annual deferral limit working fields (bd000) - pre-tax and
*> Roth share the one limit, age 50+ adds the catch-up, and a flagged
*> employee's catch-up (Emp-Roth-CU-Flag) is routed to the Roth entry.
*>
     03  WS-Def-YTD          pic s9(7)v99 comp-3  value zero.  *> this year's deferrals incl. this run
     03  WS-Def-Room         pic s9(7)v99 comp-3  value zero.
     03  WS-Def-Excess       pic s9(7)v99 comp-3  value zero.
     03  WS-Def-Run          pic s9(6)v99 comp-3  value zero.  *> pre-tax taken this run
     03  WS-Roth-Run         pic s9(6)v99 comp-3  value zero.  *> Roth taken this run
     03  WS-Roth-Routed      pic s9(6)v99 comp-3  value zero.  *> catch-up routed to Roth
     03  WS-Def-Refund       pic s9(6)v99 comp-3  value zero.  *> code 16 refunded this run
     03  WS-Roth-Slot        pic 9                value zero.  *> first class 4 Emp-ED-Grp entry
     03  WS-Age-50           pic x                value "N".
     03  WS-Roth-CU-Rqd      pic x                value "N".
*>
*> Health Savings Account annual limit working fields (bd000/bd030) -
*> employee and employer money share the self-only or family limit,
*> age 55+ adds the catch-up.
*>
     03  WS-HSA-Room         pic s9(7)v99 comp-3  value zero.
     03  WS-HSA-Emp-Run      pic s9(6)v99 comp-3  value zero.  *> employee HSA this run
     03  WS-HSA-Er-Run       pic s9(6)v99 comp-3  value zero.  *> employer HSA this run
     03  WS-HSA-Limited      pic x                value "N".
*>
*> IRS Table I - cost per $1,000 of excess group-term life coverage
*> per MONTH, by the age the employee attains in the tax year.
*> These are the statutory uniform premiums (unchanged since 1999).
*> the pyrunstat supervisor screen.
*>
     move     "S"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     4    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     if       Runq-Result = 1
              close    PY-Arrears-File
              open     i-o PY-Arrears-File
     end-if.
*>
*>
*> Severance agreements are optional - without them a Terminated
*> employee is never paid.
*>
     open     i-o PY-Severance-File.
     if       PY-Sev-Status = "00"
              move     "Y" to WS-Sev-Open.
*>
*> Likewise military leave - without it an employee On leave is
*> never paid.
*>
     open     input PY-Military-Leave-File.
     if       PY-Mil-Status = "00"
              move     "Y" to WS-Mil-Open.
*>
*> Tax treaty exemptions (py1042s) - none on file, none applied.
*>
     open     input PY-Treaty-File.
     if       PY-Trt-Status = "00"
              move     "Y" to WS-Trt-Open.
*>
*> Scheduled earnings / deductions (pysched) - none on file, none applied.
*>
     open     i-o PY-Schedule-File.
     if       PY-Sch-Status = "00"
              move     "Y" to WS-Sch-Open.
*>
*> Employee purchase accounts (pyslpost) - none on file, none repaid.
*>
     open     i-o PY-Emp-Purch-File.
     if       PY-Epa-Status = "00"
              move     "Y" to WS-Epa-Open
              open     i-o PY-SL-Receipt-File
              if       PY-Src-Status = "35"   *> first ever run
                       open     output PY-SL-Receipt-File
                       close    PY-SL-Receipt-File
                       open     i-o PY-SL-Receipt-File
              end-if
     end-if.
*>
     open     i-o PY-Loan-File.
     if       PY-Loan-Status = "35"           *> first ever run
     if       PY-Htx-Status = "00"
              move     "Y" to WS-Htx-Open.
*>
*> So is the local earned income tax table - with no pylcl.dat no
*> percentage local tax is withheld. The per-jurisdiction history
*> is kept regardless, for the head tax.
*>
     open     input PY-Local-Tax-File.
     if       PY-Lcl-Status = "00"
              move     "Y" to WS-Lcl-Open.
     open     i-o PY-Emp-Local-File.
     if       PY-Emlc-Status = "35"           *> first ever run
              open     output PY-Emp-Local-File
              close    PY-Emp-Local-File
              open     i-o PY-Emp-Local-File
     end-if.
*>
*> The tenure-band accrual schedule is optional - with no pyacs.dat
*> the flat Emp-Vac-Rate/Emp-SL-Rate carry on exactly as before.
*>
     end-if.
*>
     move     "F"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     4    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
*>
              close    PY-Leave-Queue-File.
     close    PY-ACA-Hours-File.
     close    PY-Arrears-File.
     if       WS-Sev-Open = "Y"
              close    PY-Severance-File.
     if       WS-Mil-Open = "Y"
              close    PY-Military-Leave-File.
     if       WS-Trt-Open = "Y"
              close    PY-Treaty-File.
     if       WS-Sch-Open = "Y"
              close    PY-Schedule-File.
     if       WS-Epa-Open = "Y"
              close    PY-Emp-Purch-File
                       PY-SL-Receipt-File.
     close    PY-Loan-File.
     close    PY-Overpay-File.
     close    PY-State-Ledger-File.
              close    PY-Accrual-Sched-File.
     if       WS-Htx-Open = "Y"
              close    PY-Head-Tax-File.
     if       WS-Lcl-Open = "Y"
              close    PY-Local-Tax-File.
     close    PY-Emp-Local-File.
*>
 aa095-Drop-Run-Lock.
     move     "Y"              to Lkq-Action.
     perform  zz160-Journal-Image.
*>
 zz170-Exit.  exit section.
*>
 zz180-Emst-Quarter          section.
*>**********************************
*>
*> Adds WS-Emst-Amt to the quarter of WS-Emst-Date in the rolling
*> Emst-Qtr-Hist, newest first - a new quarter pushes the oldest of
*> the eight off, a back-dated one goes to its own slot if still held.
*>
     compute  WS-Emst-Qtr = WS-Emst-Year * 10 + (WS-Emst-Month + 2) / 3.
     if       Emst-Qh-Qtr (1) < WS-Emst-Qtr
              perform  varying WS-Emst-Sub from 8 by -1 until WS-Emst-Sub < 2
                       move     Emst-Qtr-Hist (WS-Emst-Sub - 1)
                                              to Emst-Qtr-Hist (WS-Emst-Sub)
              end-perform
              move     WS-Emst-Qtr to Emst-Qh-Qtr (1)
              move     zero        to Emst-Qh-Wages (1)
     end-if.
     perform  varying WS-Emst-Sub from 1 by 1 until WS-Emst-Sub > 8
              if       Emst-Qh-Qtr (WS-Emst-Sub) = WS-Emst-Qtr
                       add      WS-Emst-Amt to Emst-Qh-Wages (WS-Emst-Sub)
                       exit perform
              end-if
     end-perform.
*>
 zz180-Exit.  exit section.
*>
 zz010-Test-YMD              section.
*>**********************************
     move     zero to Error-Code.
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       display  PY881          at line WS-23-Lines col 1 foreground-color 4 erase eos
     move     "N"  to WS-Emp-Selected.
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     start    PY-Pay-Transactions-File key not < Hrs-Key
              invalid key
                       go to ac000-Exit
                       perform  ac010-Flush-Employee
                       perform  ac020-Select-Employee
              end-if
              if       WS-Emp-Selected = "Y"
                 and   WS-Sev-Only = "Y"
                 and   Hrs-Trans-Code not = 22
                       exit perform cycle           *> stays pending, not payable
              end-if
              if       WS-Emp-Selected = "Y"
                 and   WS-Mil-Only = "Y"
                 and   Hrs-Trans-Code not = 23
                       exit perform cycle           *> stays pending for the return
              end-if
              if       WS-Emp-Selected = "Y"
                 and   WS-Ent-Count = 64
*> More lines than the table holds - nothing may be silently unpaid,
                                move 1 to WS-Ent-Rate (WS-Ent-Count)
                       end-if
                       move     Hrs-Job-Tag to WS-Ent-Job (WS-Ent-Count)
                       move     Hrs-Trans-Code to WS-Ent-Code (WS-Ent-Count)
                       move     Hrs-Amount  to WS-Ent-Amount (WS-Ent-Count)
                       move     Hrs-Gen-Flag to WS-Ent-Gen (WS-Ent-Count)
              end-if
     end-perform.
     perform  ac010-Flush-Employee.
*>
     if       WS-Prev-Emp = zero
        or    WS-Emp-Selected not = "Y"
              go to ac010-Exit.
     if       WS-Sev-Only = "Y"
              perform  ac045-Severance-Due.
     if       WS-Ent-Count = zero
              go to ac010-Exit.
     perform  ba000-Calc-Employee.
     if       WS-Sev-Only = "Y"
              perform  ac040-Severance-Paid.
     move     WS-Prev-Emp to WS-Chkpt-Emp.
     perform  bp000-Save-Checkpoint.
*>
     if       Emp-Pay-Interval not = WS-Run-Interval
        and   not WS-Supplemental-Run     *> supplemental takes the whole batch
              go to    ac020-Exit.        *> stays pending for its own run
     move     "N" to WS-Sev-Only WS-Mil-Only.
     if       Emp-Status = "T"
              perform  ac030-Severance-Terms.
     if       Emp-Status = "L"
              perform  ac035-Military-Leave.
     if       Emp-Status not = "A" and not = "X"
        and   WS-Sev-Only not = "Y"
        and   WS-Mil-Only not = "Y"
              display  PY889  at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Emp-No at line WS-23-Lines col 53
              add      1 to WS-Tot-Skipped
     move     "Y" to WS-Emp-Selected.
*>
 ac020-Exit.  exit section.
*>
 ac030-Severance-Terms       section.
*>**********************************
*>
*> A Terminated employee is paid only while a severance agreement is
*> released (or has just completed with lines still in the batch) -
*> WS-Sev-Only set and the deductions it continues picked up.
*>
     move     "N"    to WS-Sev-Only.
     move     spaces to WS-Sev-Keep-Block.
     if       WS-Sev-Open not = "Y"
              go to ac030-Exit.
     move     Emp-No to Sev-Emp-No.
     read     PY-Severance-File key Sev-Emp-No
              invalid key
                       go to ac030-Exit
     end-read.
     if       Sev-Released or Sev-Complete
              move     "Y" to WS-Sev-Only
              perform  varying A from 1 by 1 until A > 5
                       move     Sev-Ded-Keep (A) to WS-Sev-Ded-Keep (A)
              end-perform
     end-if.
*>
 ac030-Exit.  exit section.
*>
 ac035-Military-Leave        section.
*>**********************************
*>
*> An employee On leave is paid only while away on military orders -
*> WS-Mil-Only set when one of their orders is still open.
*>
     move     "N" to WS-Mil-Only.
     if       WS-Mil-Open not = "Y"
              go to ac035-Exit.
     move     Emp-No to Mil-Emp-No.
     move     zero   to Mil-Start-Date.
     start    PY-Military-Leave-File key not < Mil-Key
              invalid key
                       go to ac035-Exit
     end-start.
     perform  forever
              read     PY-Military-Leave-File next record at end
                       exit perform
              end-read
              if       PY-Mil-Status not = "00"
                 or    Mil-Emp-No not = Emp-No
                       exit perform
              end-if
              if       Mil-On-Leave
                       move     "Y" to WS-Mil-Only
                       exit perform
              end-if
     end-perform.
*>
 ac035-Exit.  exit section.
*>
 ac040-Severance-Paid        section.
*>**********************************
*>
*> The installments just paid counted on the agreement.
*>
     move     Emp-No to Sev-Emp-No.
     read     PY-Severance-File key Sev-Emp-No
              invalid key
                       go to ac040-Exit
     end-read.
     perform  varying WS-Ent-Sub from 1 by 1 until WS-Ent-Sub > WS-Ent-Count
              add      WS-Ent-Amount (WS-Ent-Sub) to Sev-Paid-Amount
              add      1 to Sev-Paid-Count
     end-perform.
     move     WS-Check-Date to Sev-Last-Paid-Date.
     if       Sev-Paid-Amount not < Sev-Total
              move     "C" to Sev-Status.
     rewrite  PY-Severance-Record.
*>
 ac040-Exit.  exit section.
*>
 ac045-Severance-Due         section.
*>**********************************
*>
*> The installments due on the agreement (pysever) go into the entry
*> table as code 22 lines, as bc100 adds the PY-Schedule-File
*> entries - every one whose Sev-Next-Date falls on or before the
*> period end once the release can no longer be revoked, the last
*> taking the rounding. Those that fell due while it was still
*> revocable are paid on this check. Sev-Gen-* counts them and
*> Sev-Next-Date moves on; ac040 then counts what was paid.
*>
     if       WS-Sev-Open not = "Y"
        or    WS-Supplemental-Run
              go to ac045-Exit.
     move     Emp-No to Sev-Emp-No.
     read     PY-Severance-File key Sev-Emp-No
              invalid key
                       go to ac045-Exit
     end-read.
     if       not Sev-Released
        or    WS-Check-Date not > Sev-Revoke-End
        or    Sev-Gen-Count not < Sev-Installments
        or    Sev-Next-Date > WS-Period-End
              go to ac045-Exit.
     perform  until Sev-Gen-Count not < Sev-Installments
                 or Sev-Next-Date > WS-Period-End
                 or WS-Ent-Count = 64
              if       Sev-Gen-Count + 1 = Sev-Installments
                       compute  WS-Sev-Inst-Amt = Sev-Total - Sev-Gen-Amount
              else
                       compute  WS-Sev-Inst-Amt rounded =
                                Sev-Total / Sev-Installments
              end-if
              add      1 to WS-Ent-Count
              move     zero            to WS-Ent-Units (WS-Ent-Count)
              move     1               to WS-Ent-Rate (WS-Ent-Count)
              move     spaces          to WS-Ent-Job (WS-Ent-Count)
              move     22              to WS-Ent-Code (WS-Ent-Count)
              move     WS-Sev-Inst-Amt to WS-Ent-Amount (WS-Ent-Count)
              move     "S"             to WS-Ent-Gen (WS-Ent-Count)
              add      1               to Sev-Gen-Count
              add      WS-Sev-Inst-Amt to Sev-Gen-Amount
              perform  ac046-Sev-Next-Date
     end-perform.
     move     WS-Hrs-Batch-No to Sev-Last-Batch.
     rewrite  PY-Severance-Record.
*>
 ac045-Exit.  exit section.
*>
 ac046-Sev-Next-Date         section.
*>**********************************
*>
*> Sev-Next-Date moved on one installment at the agreement's
*> frequency, as pysever works it out. Semi-monthly runs 15th,
*> month end, 15th ...; monthly keeps the day of the first date, or
*> the month end when shorter.
*>
     move     Sev-Next-Date to WS-Sev-Work-Date.
     evaluate Sev-Frequency
              when "W"
                       compute  Sev-Next-Date = DATE-OF-INTEGER
                                (INTEGER-OF-DATE (WS-Sev-Work-Date) + 7)
              when "B"
                       compute  Sev-Next-Date = DATE-OF-INTEGER
                                (INTEGER-OF-DATE (WS-Sev-Work-Date) + 14)
              when "S"
                       perform  ac047-Sev-Month-End
                       if       WS-Sev-Work-DD < 15
                                move     15 to WS-Sev-Work-DD
                                move     WS-Sev-Work-Date to Sev-Next-Date
                       else
                        if      WS-Sev-Work-Date < WS-Sev-Month-End
                                move     WS-Sev-Month-End to Sev-Next-Date
                        else
                                perform  ac048-Sev-Next-Month
                                move     15 to WS-Sev-Work-DD
                                move     WS-Sev-Work-Date to Sev-Next-Date
                        end-if
                       end-if
              when other
                       perform  ac048-Sev-Next-Month
                       perform  ac047-Sev-Month-End
                       move     Sev-First-Date (7:2) to WS-Sev-Anchor-Day
                       if       WS-Sev-Anchor-Day > WS-Sev-Month-End (7:2)
                                move     WS-Sev-Month-End (7:2) to WS-Sev-Anchor-Day
                       end-if
                       move     WS-Sev-Anchor-Day to WS-Sev-Work-DD
                       move     WS-Sev-Work-Date  to Sev-Next-Date
     end-evaluate.
*>
 ac046-Exit.  exit section.
*>
 ac047-Sev-Month-End         section.
*>**********************************
*>
*> Last day of WS-Sev-Work-Date's month into WS-Sev-Month-End.
*>
     move     WS-Sev-Work-Date to WS-Sev-Calc-Date.
     move     1 to WS-Sev-Calc-DD.
     if       WS-Sev-Calc-MM = 12
              add      1 to WS-Sev-Calc-CCYY
              move     1 to WS-Sev-Calc-MM
     else
              add      1 to WS-Sev-Calc-MM.
     compute  WS-Sev-Month-End = DATE-OF-INTEGER
              (INTEGER-OF-DATE (WS-Sev-Calc-Date) - 1).
*>
 ac047-Exit.  exit section.
*>
 ac048-Sev-Next-Month        section.
*>**********************************
*>
*> WS-Sev-Work-Date to the 1st of the following month.
*>
     move     1 to WS-Sev-Work-DD.
     if       WS-Sev-Work-MM = 12
              add      1 to WS-Sev-Work-CCYY
              move     1 to WS-Sev-Work-MM
     else
              add      1 to WS-Sev-Work-MM.
*>
 ac048-Exit.  exit section.
*>
 ad000-Auto-Pay-Pass         section.
*>**********************************
*>
     if       WS-Supplemental-Run             *> bonuses only - nobody is auto-paid
              go to ad000-Exit.
     move     "N"  to WS-Sev-Only WS-Mil-Only.
     if       WS-Chkpt-Phase not = "A"
              move     "A"  to WS-Chkpt-Phase
              move     zero to WS-Chkpt-Emp
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-Status = "T"
                 and   Emp-Pay-Interval = WS-Run-Interval
                       perform  ad010-Severance-Only
                       move     "N" to WS-Sev-Only
                       exit perform cycle
              end-if
              if       Emp-Status not = "A"
                or     Emp-Pay-Interval not = WS-Run-Interval
                or     Emp-Auto-Units = zero
              move     Emp-No to Hrs-Emp-No
              move     zero   to Hrs-Effective-Date
                                 Hrs-Rate
                                 Hrs-Trans-Code
              start    PY-Pay-Transactions-File key not < Hrs-Key
                       invalid key
                                continue
              move     Emp-Auto-Units to WS-Ent-Units (1)
              move     1              to WS-Ent-Rate (1)
              move     spaces         to WS-Ent-Job (1)
              move     zero           to WS-Ent-Code (1)
                                         WS-Ent-Amount (1)
              perform  ba000-Calc-Employee
              move     Emp-No to WS-Chkpt-Emp
              perform  bp000-Save-Checkpoint
     move     "N"  to WS-Auto-Pay-Sw.
*>
 ad000-Exit.  exit section.
*>
 ad010-Severance-Only        section.
*>**********************************
*>
*> A Terminated employee with nothing in the batch is still paid the
*> installments due on a released severance agreement - they need no
*> batch line. One with lines in the batch was paid from it in ac000,
*> the installments due added there.
*>
     perform  ac030-Severance-Terms.
     if       WS-Sev-Only not = "Y"
              go to ad010-Exit.
     move     Emp-No to Hrs-Emp-No.
     move     zero   to Hrs-Effective-Date
                        Hrs-Rate
                        Hrs-Trans-Code.
     start    PY-Pay-Transactions-File key not < Hrs-Key
              invalid key
                       continue
     end-start.
     if       PY-Hrs-Status = "00"
              read     PY-Pay-Transactions-File next record at end
                       continue
              end-read
              if       PY-Hrs-Status = "00" and Hrs-Emp-No = Emp-No
                       go to ad010-Exit            *> paid from the batch
              end-if
     end-if.
     if       WS-Chkpt-Emp not = zero
        and   Emp-No not > WS-Chkpt-Emp
              go to ad010-Exit.                    *> posted before the crash
     move     zero to WS-Ent-Count.
     perform  ac045-Severance-Due.
     if       WS-Ent-Count = zero
              go to ad010-Exit.
     perform  ba000-Calc-Employee.
     perform  ac040-Severance-Paid.
     move     Emp-No to WS-Chkpt-Emp.
     perform  bp000-Save-Checkpoint.
*>
 ad010-Exit.  exit section.
*>
 ae000-Consume-Batch         section.
*>**********************************
*>
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     start    PY-Pay-Transactions-File key not < Hrs-Key
              invalid key
                       go to ae000-Exit
              if       PY-Emp-Status not = "00"
                       exit perform cycle           *> skipped unpaid - keep
              end-if
              move     "N" to WS-Sev-Only WS-Mil-Only
              if       Emp-Status = "T"
                 and   Hrs-Trans-Code = 22
                       perform  ac030-Severance-Terms
              end-if
              if       Emp-Status = "L"
                 and   Hrs-Trans-Code = 23
                       perform  ac035-Military-Leave
              end-if
              if       Emp-Status not = "A" and not = "X"
                 and   WS-Sev-Only not = "Y"
                 and   WS-Mil-Only not = "Y"
                       exit perform cycle           *> skipped unpaid - keep
              end-if
              if       Emp-Pay-Interval not = WS-Run-Interval
*>
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       go to ae000-Exit
     move     zero to WS-Gross WS-FWT-Base WS-SWT-Base WS-FICA-Base
                      WS-NonTax-Pay WS-FWT WS-SWT WS-LWT WS-FICA WS-SDI
                      WS-EIC WS-Net WS-Ded-Total WS-Co-FICA WS-Co-FUTA
                      WS-Co-SUI WS-Match-Amt WS-1099-Amt
                      WS-Tips WS-Qual-Tips WS-Qual-OT WS-Fringe
                      WS-Def-Run WS-Roth-Run WS-Roth-Routed WS-Def-Refund
                      WS-HSA-Emp-Run WS-HSA-Er-Run WS-Treaty-Exempt
                      WS-Housing-Excl WS-Co-SDI WS-Un-Fringe WS-PTO-Value.
     perform  varying A from 1 by 1 until A > 16
              move zero to WS-Chk-Amts (A)
     end-perform.
*>
*> Price each collected entry (one per day/rate) into the buckets -
*> taxability of rate 4 (Commission) follows the employee's
*> Rate4-Exclusion, everything else is fully taxable. Coded money
*> lines for rates 1 - 4 price at their own amount, as does 20
*> Commission Draw as rate 4 money, the other codes are bucketed by
*> ba010.
*>
     perform  varying WS-Ent-Sub from 1 by 1 until WS-Ent-Sub > WS-Ent-Count
              move     WS-Ent-Units (WS-Ent-Sub) to WS-Units
              move     WS-Ent-Rate (WS-Ent-Sub)  to WS-Rate-Slot
              if       WS-Ent-Code (WS-Ent-Sub) > 4
                 and   WS-Ent-Code (WS-Ent-Sub) not = 20
                       perform  ba010-Price-Coded-Entry
                       exit perform cycle
              end-if
              if       WS-Ent-Code (WS-Ent-Sub) = zero
                       compute  WS-Entry-Gross rounded =
                                WS-Units * Emp-Rate (WS-Rate-Slot)
              else
                       move     WS-Ent-Code (WS-Ent-Sub)   to WS-Rate-Slot
                       if       WS-Ent-Code (WS-Ent-Sub) = 20
                                move     4 to WS-Rate-Slot
                       end-if
                       move     WS-Ent-Amount (WS-Ent-Sub) to WS-Entry-Gross
              end-if
              if       (WS-Rate-Slot = 2 or 3)
                 and   Emp-HS-Type = "H"
                       perform  ba020-Qual-OT-Premium
              end-if
              add      WS-Entry-Gross to WS-Gross
              if       WS-Rate-Slot < 5
                       add      WS-Entry-Gross to WS-Chk-Amts (1 + WS-Rate-Slot)
*> the overage comes off the gross and every taxable base.
*>
     if       Emp-Max-Pay > zero and WS-Gross > Emp-Max-Pay
        and   WS-Sev-Only not = "Y"                  *> severance is not normal pay
              compute  WS-Over-Amt = WS-Gross - Emp-Max-Pay
              move     Emp-Max-Pay to WS-Gross
              subtract WS-Over-Amt from WS-FWT-Base
     end-if.
*>
     perform  bd000-Pre-Tax-Deductions.
     perform  be500-Treaty-Exempt.
     perform  be600-Clergy-Housing.
     perform  be000-Calc-FWT.
     perform  bf000-Calc-SWT.
*>
*> LWT - the local earned income tax for the Live and Work
*> jurisdictions (bs100 / wspylcl) plus the flat local head tax
*> (LST), which rides in the LWT bucket with its own capped
*> accumulator (bs000 / wspyhtx).
*>
     move     zero to WS-LWT.
     perform  bs100-Local-EIT.
     add      WS-Lwt-Live WS-Lwt-Work to WS-LWT.
     perform  bs000-Head-Tax.
     add      WS-Htx-Amt to WS-LWT.
*>
     perform  bi000-Calc-EIC.
     perform  bj000-Post-Tax-Deductions.
     perform  bw000-Loan-Repayments.
     perform  bw050-Purchase-Account.
     perform  bw100-Scheduled-Deductions.
     perform  bv000-Overpay-Recovery.
*>
     compute  WS-Net = WS-Gross
     perform  bl000-Update-History.
     perform  bm000-Update-Comp-Hist.
     perform  bn000-Update-Employee.
     perform  bl200-Update-Er-History.
     perform  bo000-Write-Job-Cost.
*>
     add      1        to WS-Tot-Emps.
     add      WS-Net   to WS-Tot-Net.
*>
 ba000-Exit.  exit section.
*>
 ba010-Price-Coded-Entry     section.
*>**********************************
*>
*> A coded money line (Hrs-Trans-Code, py900 codes) carries its own
*> amount. 18 Tips Reported were paid by the customer - they go into
*> the withholding bases but never gross or net, and count as
*> qualified tips when the employee has a tipped occupation code.
*> 19 Imputed Income is the value of a non-cash fringe (pyfringe) -
*> the same, in the withholding bases only, with its own bucket.
*> 14 Other Excl Pay and 15 Expense Reimbursement are non-taxable;
*> 9 Bonus, 11 Advance, 12 Sick, 13 Vacation and 17 Other Pay are
*> taxable other pay. 16 Deferral Refund hands back auto-enrolled
*> 401(k) deferrals - FWT/SWT taxable but FICA was paid when they
*> were deferred, and the amount comes off the year's deferrals.
*> 23 Military Differential is FWT/SWT taxable but not FICA, so not
*> FUTA or SUI either as they follow the FICA base.
*>
     move     WS-Ent-Amount (WS-Ent-Sub) to WS-Entry-Gross.
     evaluate WS-Ent-Code (WS-Ent-Sub)
              when 18
                       add      WS-Entry-Gross to WS-Tips
                                                  WS-FWT-Base
                                                  WS-SWT-Base
                                                  WS-FICA-Base
                       if       Emp-Tip-Occ-Code not = spaces
                                add      WS-Entry-Gross to WS-Qual-Tips
                       end-if
              when 19
                       add      WS-Entry-Gross to WS-Fringe
                                                  WS-FWT-Base
                                                  WS-SWT-Base
                                                  WS-FICA-Base
              when 14
              when 15
                       add      WS-Entry-Gross to WS-Gross
                                                  WS-NonTax-Pay
                                                  WS-Chk-Amts (6)
              when 16
                       add      WS-Entry-Gross to WS-Gross
                                                  WS-FWT-Base
                                                  WS-SWT-Base
                                                  WS-Chk-Amts (6)
                                                  WS-Def-Refund
              when 23
                       add      WS-Entry-Gross to WS-Gross
                                                  WS-FWT-Base
                                                  WS-SWT-Base
                                                  WS-Chk-Amts (6)
              when other
                       add      WS-Entry-Gross to WS-Gross
                                                  WS-FWT-Base
                                                  WS-SWT-Base
                                                  WS-FICA-Base
                                                  WS-Chk-Amts (6)
     end-evaluate.
*>
 ba010-Exit.  exit section.
*>
 ba020-Qual-OT-Premium       section.
*>**********************************
*>
*> The premium half of FLSA overtime on an hourly employee's rate 2 /
*> 3 pay - per hour the excess of the slot's rate over Rate 1, capped
*> at half of Rate 1 (double time's extra half is contractual, not
*> FLSA, so is not qualified). A coded rate 2/3 amount takes the same
*> share of its money, except an FLSA overtime true-up line (pyottrue,
*> Hrs-Gen-Flag "T") which is nothing but the extra half-time owed.
*>
     if       WS-Ent-Gen (WS-Ent-Sub) = "T"
              add      WS-Entry-Gross to WS-Qual-OT
              go to    ba020-Exit.
     compute  WS-OT-Prem-Hr = Emp-Rate (WS-Rate-Slot) - Emp-Rate (1).
     if       WS-OT-Prem-Hr > Emp-Rate (1) * 0.5
              compute  WS-OT-Prem-Hr = Emp-Rate (1) * 0.5.
     if       WS-OT-Prem-Hr not > zero
              go to ba020-Exit.
     if       WS-Ent-Code (WS-Ent-Sub) = zero
              compute  WS-Qual-OT rounded = WS-Qual-OT
                                          + (WS-Units * WS-OT-Prem-Hr)
     else
              if       Emp-Rate (WS-Rate-Slot) not = zero
                       compute  WS-Qual-OT rounded = WS-Qual-OT
                              + (WS-Entry-Gross * WS-OT-Prem-Hr
                                                / Emp-Rate (WS-Rate-Slot))
              end-if
     end-if.
*>
 ba020-Exit.  exit section.
*>
 bb000-Get-History           section.
*>**********************************
                       move     WS-Amt-Work to WS-Sys-Ded-Amt (A)
              end-if
     end-perform.
     perform  bc100-Scheduled-Earnings.
     move     WS-Gross to WS-Chk-Amts (1).
*>
 bc000-Exit.  exit section.
*>
 bc100-Scheduled-Earnings    section.
*>**********************************
*>
*> Temporary earnings off PY-Schedule-File (pysched) - an allowance
*> through a date, a bonus split over n checks. Fully taxable, in
*> the entry's Chk-Cat bucket (2-7, else 7 Other Pay). Not on a
*> supplemental run, nor on a severance-only or military
*> differential-only check.
*>
     if       WS-Sch-Open not = "Y"
        or    WS-Supplemental-Run
        or    WS-Sev-Only = "Y"
        or    WS-Mil-Only = "Y"
              go to bc100-Exit.
     move     Emp-No to Sch-Emp-No.
     move     zero   to Sch-Seq.
     start    PY-Schedule-File key not < Sch-Key
              invalid key
                       go to bc100-Exit
     end-start.
     perform  forever
              read     PY-Schedule-File next record at end
                       exit perform
              end-read
              if       PY-Sch-Status not = "00"
                 or    Sch-Emp-No not = Emp-No
                       exit perform
              end-if
              if       not Sch-Earning
                       exit perform cycle
              end-if
              perform  bc110-Sch-In-Effect
              if       WS-Sch-Take not = "Y"
                       exit perform cycle
              end-if
              move     Sch-Amount to WS-Amt-Work
              add      WS-Amt-Work to WS-Gross
              add      WS-Amt-Work to WS-FWT-Base
              add      WS-Amt-Work to WS-SWT-Base
              add      WS-Amt-Work to WS-FICA-Base
              move     Sch-Chk-Cat to B
              if       B < 2 or > 7
                       move 7 to B
              end-if
              add      WS-Amt-Work to WS-Chk-Amts (B)
              perform  bc120-Sch-Count-Pay
     end-perform.
*>
 bc100-Exit.  exit section.
*>
 bc110-Sch-In-Effect         section.
*>**********************************
*>
*> Is the current PY-Schedule-Record due on this check?  An Active
*> entry whose stop date a check has passed, or whose pay count is
*> already made, is closed here there and then.
*>
     move     "N" to WS-Sch-Take.
     if       not Sch-Stat-Active
        or    Sch-Start-Date > WS-Check-Date
              go to bc110-Exit.
     if       (Sch-Stop-Date not = zero
         and   WS-Check-Date > Sch-Stop-Date)
        or    (Sch-Pay-Count not = zero
         and   Sch-Pays-Taken not < Sch-Pay-Count)
              move     "E" to Sch-Status
              rewrite  PY-Schedule-Record
              go to bc110-Exit.
     if       Sch-Amount not = zero
              move     "Y" to WS-Sch-Take.
*>
 bc110-Exit.  exit section.
*>
 bc120-Sch-Count-Pay         section.
*>**********************************
*>
*> WS-Amt-Work went on this check - count the pay and close the
*> entry when it was the last one owed.
*>
     add      1           to Sch-Pays-Taken.
     add      WS-Amt-Work to Sch-Amt-Taken.
     move     WS-Check-Date to Sch-Last-Check.
     if       (Sch-Pay-Count not = zero
         and   Sch-Pays-Taken not < Sch-Pay-Count)
        or    (Sch-Stop-Date not = zero
         and   WS-Check-Date not < Sch-Stop-Date)
              move     "E" to Sch-Status.
     rewrite  PY-Schedule-Record.
*>
 bc120-Exit.  exit section.
*>
 bd000-Pre-Tax-Deductions    section.
*>**********************************
*> entry classed Section 125 (2, which also comes off the FICA base)
*> or deferral (3). The employer match accrues to the company (Coh
*> Other-Ded) - it never touches the employee's net.
*>
*> Every 401(k) deferral - Type "R"/class 3 here, class 3 and the
*> class 4 Roth entries below - also shares the one annual elective
*> deferral limit (PY-PR6-Def-Limit, zero = not enforced), plus the
*> catch-up from the year the employee turns 50. Once the regular
*> limit is reached, an employee flagged by pyrothcu for the current
*> year (prior-year FICA wages over the threshold) has the catch-up
*> routed to the Roth entry instead of taken pre-tax - bd010.
*>
*> A Health Savings Account holder (Emp-HSA-Coverage, set by pybenplan)
*> has the employer's per pay amount and the class 2 Emp-HSA-Slot entry
*> held to the self-only or family annual limit (PY-PR6-HSA-xxx, zero =
*> not enforced) plus the catch-up from the year the employee turns 55,
*> less this year's contributions so far - employer money first, bd030.
*>
     move     zero to WS-Roth-Slot.
     compute  WS-Def-YTD = His-YTD-Deferral + His-YTD-Roth - WS-Def-Refund.
     if       WS-Def-YTD < zero
              move     zero to WS-Def-YTD.
     move     "N"  to WS-Age-50 WS-Roth-CU-Rqd.
     move     Emp-Birth-Date to WS-GTL-BDate.
     if       Emp-Birth-Date not = zero
        and   WS-Check-Year - WS-GTL-BYear not < 50
              move     "Y" to WS-Age-50.
     if       WS-Age-50 = "Y"
        and   Emp-Roth-CU-Flag = "Y"
        and   Emp-Roth-CU-Year = WS-Check-Year
              move     "Y" to WS-Roth-CU-Rqd.
*>
     move     "N"  to WS-HSA-Limited.
     move     zero to WS-HSA-Room.
     if       not Emp-HSA-None
              evaluate true
                  when Emp-HSA-Self-Only
                       move     PY-PR6-HSA-Self-Limit to WS-HSA-Room
                  when other
                       move     PY-PR6-HSA-Family-Limit to WS-HSA-Room
              end-evaluate
              if       WS-HSA-Room not = zero
                       move     "Y" to WS-HSA-Limited
                       if       Emp-Birth-Date not = zero
                          and   WS-Check-Year - WS-GTL-BYear not < 55
                                add      PY-PR6-HSA-Catchup to WS-HSA-Room
                       end-if
                       subtract His-YTD-HSA-Emp His-YTD-HSA-Er from WS-HSA-Room
                       if       WS-HSA-Room < zero
                                move     zero to WS-HSA-Room
                       end-if
              end-if
              move     Emp-HSA-Er-Amt to WS-HSA-Er-Run
              if       WS-HSA-Limited = "Y"
                 and   WS-HSA-Er-Run > WS-HSA-Room
                       move     WS-HSA-Room to WS-HSA-Er-Run
              end-if
              if       WS-HSA-Limited = "Y"
                       subtract WS-HSA-Er-Run from WS-HSA-Room
              end-if
              if       WS-Sev-Only = "Y"        *> not on severance
                       move     zero to WS-HSA-Er-Run
              end-if
     end-if.
*>
     perform  varying A from 1 by 1 until A > 5
              if       Ded-Sys-Used (A) = "Y"
                        or Ded-Sys-Tax-Sec125 (A)
                        or Ded-Sys-Tax-Deferral (A))
                and    Emp-Sys-Exempt (A) not = "Y"
                and    WS-Sev-Only not = "Y"
                       if       Ded-Sys-Amt-Percent (A) = "P"
                                compute WS-Amt-Work rounded =
                                        WS-Gross * Ded-Sys-Factor (A) / 100
                                        move WS-Limit-Left to WS-Amt-Work
                                end-if
                       end-if
                       if       not Ded-Sys-Tax-Sec125 (A)
                                perform  bd010-Deferral-Limit
                                add      WS-Amt-Work to WS-Def-Run
                       end-if
                       if       WS-Amt-Work > zero
                                subtract WS-Amt-Work from WS-FWT-Base
                                subtract WS-Amt-Work from WS-SWT-Base
                and    Emp-ED-Earn-Ded (A) = "D"
                and    not Emp-ED-Xcl-Informational (A)
                and    (Emp-ED-Tax-Sec125 (A) or Emp-ED-Tax-Deferral (A))
                and    (WS-Sev-Only not = "Y" or WS-Sev-Ded-Keep (A) = "Y")
                       if       Emp-ED-Amt-Pcent (A) = "P"
                                compute WS-Amt-Work rounded =
                                        WS-Gross * Emp-ED-Factor (A) / 100
                                         move WS-Limit-Left to WS-Amt-Work
                                end-if
                       end-if
                       if       Emp-ED-Tax-Sec125 (A)
                         and    not Emp-HSA-None
                         and    A = Emp-HSA-Slot
                                perform  bd030-HSA-Limit
                       end-if
                       if       Emp-ED-Tax-Deferral (A)
                                perform  bd010-Deferral-Limit
                                add      WS-Amt-Work to WS-Def-Run
                                if       Emp-AE-Enrolled
                                  and    A = Emp-AE-Slot
                                         add      WS-Amt-Work to Emp-AE-Deferred
                                end-if
                       end-if
                       if       WS-Amt-Work > zero
                                subtract WS-Amt-Work from WS-FWT-Base
                                subtract WS-Amt-Work from WS-SWT-Base
              move zero to WS-SWT-Base.
     if       WS-FICA-Base < zero
              move zero to WS-FICA-Base.
*>
*> Roth 401(k) entries (class 4) - after tax, so no base is reduced,
*> but taken here with the pre-tax deferrals (bj000 skips them) as
*> they count against the same annual limit. The first Roth entry
*> also carries any catch-up routed to it above; a flagged employee
*> with no Roth entry has that catch-up left untaken (pyrothcu lists
*> them).
*>
     perform  varying A from 1 by 1 until A > 5
              if       Emp-Ed-Used (A) = "Y"
                and    Emp-ED-Earn-Ded (A) = "D"
                and    not Emp-ED-Xcl-Informational (A)
                and    Emp-ED-Tax-Roth (A)
                and    (WS-Sev-Only not = "Y" or WS-Sev-Ded-Keep (A) = "Y")
                       if       Emp-ED-Amt-Pcent (A) = "P"
                                compute WS-Amt-Work rounded =
                                        WS-Gross * Emp-ED-Factor (A) / 100
                       else
                                move    Emp-ED-Factor (A) to WS-Amt-Work
                       end-if
                       if       Emp-ED-Limit-Used (A) = "Y" and A < 4
                                compute  WS-Limit-Left =
                                         Emp-ED-Limit (A) - His-YTD-Emp (A)
                                if       WS-Limit-Left < zero
                                         move zero to WS-Limit-Left
                                end-if
                                if       WS-Amt-Work > WS-Limit-Left
                                         move WS-Limit-Left to WS-Amt-Work
                                end-if
                       end-if
                       perform  bd020-Roth-Limit
                       if       WS-Roth-Slot = zero
                                move     A to WS-Roth-Slot
                                add      WS-Roth-Routed to WS-Amt-Work
                       end-if
                       if       WS-Amt-Work > zero
                                add      WS-Amt-Work to WS-Ded-Total
                                                        WS-Roth-Run
                                move     WS-Amt-Work to WS-Emp-Ded-Amt (A)
                                move     Emp-ED-Chk-Cat (A) to B
                                if       B < 9 or > 16
                                         move 16 to B
                                end-if
                                add      WS-Amt-Work to WS-Chk-Amts (B)
                       end-if
              end-if
     end-perform.
     go       to bd000-Exit.
*>
*> A pre-tax deferral (WS-Amt-Work) against the regular limit left.
*> Past it, the employee's catch-up room (50 and over only) is either
*> allowed pre-tax or, when Roth catch-up is required, moved to
*> WS-Roth-Routed for the Roth entry. WS-Def-YTD keeps the running
*> total so later slots and the Roth entries see what went before.
*>
 bd010-Deferral-Limit.
     if       PY-PR6-Def-Limit = zero
              add      WS-Amt-Work to WS-Def-YTD
     else
              compute  WS-Def-Room = PY-PR6-Def-Limit - WS-Def-YTD
              if       WS-Def-Room < zero
                       move zero to WS-Def-Room
              end-if
              if       WS-Amt-Work > WS-Def-Room
                       compute  WS-Def-Excess = WS-Amt-Work - WS-Def-Room
                       move     WS-Def-Room to WS-Amt-Work
                       add      WS-Amt-Work to WS-Def-YTD
                       move     zero to WS-Def-Room
                       if       WS-Age-50 = "Y"
                                compute  WS-Def-Room = PY-PR6-Def-Limit
                                                     + PY-PR6-Catchup-Limit
                                                     - WS-Def-YTD
                                if       WS-Def-Room < zero
                                         move zero to WS-Def-Room
                                end-if
                       end-if
                       if       WS-Def-Excess > WS-Def-Room
                                move WS-Def-Room to WS-Def-Excess
                       end-if
                       add      WS-Def-Excess to WS-Def-YTD
                       if       WS-Roth-CU-Rqd = "Y"
                                add  WS-Def-Excess to WS-Roth-Routed
                       else
                                add  WS-Def-Excess to WS-Amt-Work
                       end-if
              else
                       add      WS-Amt-Work to WS-Def-YTD
              end-if
     end-if.
*>
*> A Roth entry's own amount against whatever of the limit (plus the
*> catch-up at 50 and over) the deferrals so far have left.
*>
 bd020-Roth-Limit.
     if       PY-PR6-Def-Limit not = zero
              compute  WS-Def-Room = PY-PR6-Def-Limit - WS-Def-YTD
              if       WS-Age-50 = "Y"
                       add  PY-PR6-Catchup-Limit to WS-Def-Room
              end-if
              if       WS-Def-Room < zero
                       move zero to WS-Def-Room
              end-if
              if       WS-Amt-Work > WS-Def-Room
                       move WS-Def-Room to WS-Amt-Work
              end-if
     end-if.
     add      WS-Amt-Work to WS-Def-YTD.
*>
*> The employee's HSA entry against whatever of the annual limit the
*> year so far and the employer's amount this run have left.
*>
 bd030-HSA-Limit.
     if       WS-HSA-Limited = "Y"
              if       WS-Amt-Work > WS-HSA-Room
                       move WS-HSA-Room to WS-Amt-Work
              end-if
              subtract WS-Amt-Work from WS-HSA-Room
     end-if.
     add      WS-Amt-Work to WS-HSA-Emp-Run.
*>
 bd000-Exit.  exit section.
*>
              go to be000-Exit.
*>
*> Supplemental runs withhold flat - no annualising, no allowances,
*> no bracket walk - at the company's PY-PR1-Supp-FWT-Rate percent,
*> except that supplemental wages past PY-PR6-Supp-Mand-Wages for the
*> year (His-YTD-Supp-Wages, stock income from pyequity included) are
*> withheld at the mandatory PY-PR6-Supp-Mand-Rate. Severance
*> installments are supplemental wages too, whatever the run.
*>
     if       WS-Supplemental-Run
        or    WS-Sev-Only = "Y"
              move     WS-FWT-Base to WS-Amt-Work
              if       PY-PR6-Supp-Mand-Wages > zero
                       compute  WS-Limit-Left = PY-PR6-Supp-Mand-Wages
                                              - His-YTD-Supp-Wages
                       if       WS-Limit-Left < zero
                                move zero to WS-Limit-Left
                       end-if
                       if       WS-Amt-Work > WS-Limit-Left
                                move WS-Limit-Left to WS-Amt-Work
                       end-if
              end-if
              compute  WS-FWT rounded = WS-Amt-Work * PY-PR1-Supp-FWT-Rate / 100
                                      + (WS-FWT-Base - WS-Amt-Work)
                                      * PY-PR6-Supp-Mand-Rate / 100
              go to be000-Exit.
*>
*> Employees on the redesigned (2020 onward) W-4 take the new-form
              go to be003-New-Form-W4.
*>
     compute  WS-Annual-Wage rounded = WS-FWT-Base * Emp-Pay-Freq
            - (Emp-FWT-Allow * Ded-FWT-Allowance-Amt)
            + WS-NRA-Add.
     if       WS-Annual-Wage not > zero
              go to be000-Exit.
*>
     move     zero to WS-Annual-Tax.
     if       Emp-Marital = "M"
        and   not Emp-Nonresident-Alien
              perform  be010-Walk-Married
     else
              perform  be020-Walk-Single.
*> table - no separate HoH bracket table exists on wspyded); take the
*> Step 3 dependents credit off the annual tax; divide back to the
*> period and add the Step 4c extra per-period amount.
*> Nonresident aliens (both forms) have the Pub 15-T add-on put on
*> the annualised wage (WS-NRA-Add, be500) and always take the single
*> table and standard deduction.
*>
 be003-New-Form-W4.
     if       WS-FWT-Base not > zero
              go to be000-Exit.
     compute  WS-Annual-Wage rounded = WS-FWT-Base * Emp-Pay-Freq
            + Emp-W4-Other-Income - Emp-W4-Extra-Deds + WS-NRA-Add.
     if       Emp-W4-Two-Jobs not = "Y"
              if       Emp-W4-Filing-Stat = "M"
                and    not Emp-Nonresident-Alien
                       subtract Ded-W4-Std-Ded-Mar from WS-Annual-Wage
              else
                       subtract Ded-W4-Std-Ded-Sin from WS-Annual-Wage.
              go to be004-Extra-WH.
     move     zero to WS-Annual-Tax.
     if       Emp-W4-Filing-Stat = "M"
        and   not Emp-Nonresident-Alien
              perform  be010-Walk-Married
     else
              perform  be020-Walk-Single.
     exit.
*>
 be000-Exit.  exit section.
*>
 be500-Treaty-Exempt         section.
*>**********************************
*>
*> Nonresident alien - the Pub 15-T add-on for the W-4 in use into
*> WS-NRA-Add for be000, then any wages the treaty exempts
*> (PY-Treaty-File by Emp-NRA-Country + Emp-Treaty-Inc-Code) off the
*> FWT base, up to the treaty's annual limit less what the year has
*> already had, while within the treaty's years from arrival. Exempt
*> wages are carried as non-taxable (kept off W-2 box 1) and go on
*> the 1042-S. SWT and FICA are left alone - most states do not
*> follow the treaties.
*>
     move     zero to WS-Treaty-Exempt WS-NRA-Add.
     if       not Emp-Nonresident-Alien
              go to be500-Exit.
     if       Emp-W4-New-Form
              move     PY-PR8-NRA-Add-New to WS-NRA-Add
     else
              move     PY-PR8-NRA-Add-Old to WS-NRA-Add.
     if       Emp-Treaty-Inc-Code = zero
        or    WS-Trt-Open not = "Y"
              go to be500-Exit.
     move     Emp-NRA-Country     to Trt-Country.
     move     Emp-Treaty-Inc-Code to Trt-Inc-Code.
     read     PY-Treaty-File key Trt-Key
              invalid key
                       go to be500-Exit
     end-read.
     if       Trt-Max-Years > zero
        and   Emp-NRA-Arrival not = zero
              compute  WS-Treaty-End = Emp-NRA-Arrival + (Trt-Max-Years * 10000)
              if       WS-Check-Date > WS-Treaty-End
                       go to be500-Exit
              end-if
     end-if.
     if       Trt-No-NRA-Add = "Y"
              move     zero to WS-NRA-Add.
     if       WS-FWT-Base not > zero
              go to be500-Exit.
     move     WS-FWT-Base to WS-Treaty-Exempt.
     if       Trt-Annual-Limit > zero
              compute  WS-Limit-Left = Trt-Annual-Limit - His-YTD-Treaty-Exempt
              if       WS-Limit-Left < zero
                       move zero to WS-Limit-Left
              end-if
              if       WS-Treaty-Exempt > WS-Limit-Left
                       move WS-Limit-Left to WS-Treaty-Exempt
              end-if
     end-if.
     subtract WS-Treaty-Exempt from WS-FWT-Base.
     add      WS-Treaty-Exempt to WS-NonTax-Pay.
*>
 be500-Exit.  exit section.
*>
 be600-Clergy-Housing        section.
*>**********************************
*>
*> Minister of the gospel - wages for ministerial services are not
*> subject to FICA (the minister pays SECA), so the FICA base goes,
*> taking the employer share with it - and FUTA, SUI, SDI and PFML
*> which are figured off it, ministerial service for a church being
*> outside those too. The housing allowance the
*> church designated for the check's year comes off the FWT and SWT
*> bases, up to the designation less what the year has already had,
*> and is carried as non-taxable (kept off W-2 box 1, shown in box
*> 14). FWT on the rest is voluntary for a minister - one who has not
*> asked for it is set Emp-FWT-Exempt.
*>
     move     zero to WS-Housing-Excl.
     if       not Emp-Minister
              go to be600-Exit.
     move     zero to WS-FICA-Base.
     if       Emp-Housing-Allow = zero
        or    Emp-Housing-Year not = WS-Check-Date (1:4)
        or    WS-FWT-Base not > zero
              go to be600-Exit.
     compute  WS-Limit-Left = Emp-Housing-Allow - His-YTD-Housing-Allow.
     if       WS-Limit-Left not > zero
              go to be600-Exit.
     move     WS-FWT-Base to WS-Housing-Excl.
     if       WS-Housing-Excl > WS-Limit-Left
              move     WS-Limit-Left to WS-Housing-Excl.
     subtract WS-Housing-Excl from WS-FWT-Base.
     subtract WS-Housing-Excl from WS-SWT-Base.
     if       WS-SWT-Base < zero
              move     zero to WS-SWT-Base.
     add      WS-Housing-Excl to WS-NonTax-Pay.
*>
 be600-Exit.  exit section.
*>
 bf000-Calc-SWT              section.
*>**********************************
*>**********************************
*>
*> Employee FICA at Ded-FICA-Rate percent of the FICA base until the
*> YTD FICA-taxable wages plus tips reach Ded-FICA-Limit; the employer share
*> (Co-FICA) follows its own rate/limit the same way.
*>
     move     zero to WS-FICA WS-Co-FICA.
       and    Emp-FICA-Exempt not = "Y"
       and    WS-FICA-Base > zero
              compute  WS-Limit-Left = Ded-FICA-Limit - His-YTD-Fica-Taxable
                                     - His-YTD-Tips - Emp-Pred-Wages
              if       WS-Limit-Left < zero
                       move zero to WS-Limit-Left
              end-if
       and    Emp-FICA-Exempt not = "Y"
       and    WS-FICA-Base > zero
              compute  WS-Limit-Left = Ded-CO-FICA-Limit - His-YTD-Fica-Taxable
                                     - His-YTD-Tips - Emp-Pred-Wages
              if       WS-Limit-Left < zero
                       move zero to WS-Limit-Left
              end-if
       and    WS-Use-SDI-Payer = "E"
       and    WS-FICA-Base > zero
              compute  WS-Limit-Left = WS-Use-SDI-Limit - His-YTD-Fica-Taxable
                                     - His-YTD-Tips - Emp-Pred-Wages
              if       WS-Limit-Left < zero
                       move zero to WS-Limit-Left
              end-if
     end-if.
*>
 bs000-Exit.  exit section.
*>
 bs100-Local-EIT             section.
*>**********************************
*>
*> Local earned income / municipal income tax on the SWT base - the
*> Work jurisdiction's non-resident rate when it is not the Live
*> one, the Live jurisdiction's resident rate, less the work tax
*> already withheld when the live jurisdiction credits it
*> (Emp-LWT-Reciprocity - Act 32's "higher of the two" rule, Ohio's
*> resident credit). Emp-LWT-Exempt / -Work-Exempt = "Y" skips one.
*>
     move     zero to WS-Lwt-Live WS-Lwt-Work WS-Lwt-Live-Base
                      WS-Lwt-Work-Base.
     if       WS-Lcl-Open not = "Y"
       or     WS-SWT-Base not > zero
              go to bs100-Exit.
*>
     if       Emp-LWT-Work-Juris not = spaces
       and    Emp-LWT-Work-Juris not = Emp-LWT-Live-Juris
       and    Emp-LWT-Work-Exempt not = "Y"
              move     Emp-LWT-Work-Juris to Lcl-Juris
              read     PY-Local-Tax-File key Lcl-Juris
                       not invalid key
                                move     WS-SWT-Base to WS-Lwt-Work-Base
                                compute  WS-Lwt-Work rounded =
                                         WS-SWT-Base * Lcl-NonRes-Rate / 100
              end-read
     end-if.
*>
     if       Emp-LWT-Live-Juris not = spaces
       and    Emp-LWT-Exempt not = "Y"
              move     Emp-LWT-Live-Juris to Lcl-Juris
              read     PY-Local-Tax-File key Lcl-Juris
                       not invalid key
                                move     WS-SWT-Base to WS-Lwt-Live-Base
                                compute  WS-Lwt-Live rounded =
                                         WS-SWT-Base * Lcl-Res-Rate / 100
              end-read
              if       Emp-LWT-Reciprocity = "Y"
                       subtract WS-Lwt-Work from WS-Lwt-Live
                       if       WS-Lwt-Live < zero
                                move     zero to WS-Lwt-Live
                       end-if
              end-if
     end-if.
*>
 bs100-Exit.  exit section.
*>
 bt000-Accrual-Band          section.
*>**********************************
     compute  Una-Pen-Amt rounded = Una-Pen-Amt + (WS-Un-Hours * Unl-Pen-Rate).
     compute  Una-Trn-Amt rounded = Una-Trn-Amt + (WS-Un-Hours * Unl-Trn-Rate).
     rewrite  PY-Union-Accrual-Record.
     compute  WS-Un-Fringe rounded = WS-Un-Hours
                                   * (Unl-HW-Rate + Unl-Pen-Rate + Unl-Trn-Rate).
*>
 bu010-Exit.  exit section.
*>
     end-perform.
*>
 bw000-Exit.  exit section.
*>
 bw050-Purchase-Account      section.
*>**********************************
*>
*> Employee purchase account (wspyepa.cob) - an Active link repays
*> the Sales Ledger balance from what net remains after the loans:
*> Epa-Repay-Amt, or Epa-Repay-Pcent of the balance, never more than
*> the balance. Unlike a loan a final check takes only the normal
*> repayment - what is left shows on the final pay tickler for the
*> desk to settle. The take lands in Other Deductions (16) and is
*> written to PY-SL-Receipt-File for pyslpost to post as a cash
*> receipt on the customer's account - one record per check.
*>
     if       WS-Epa-Open not = "Y"
              go to bw050-Exit.
     move     Emp-No to Epa-Emp-No.
     read     PY-Emp-Purch-File key Epa-Emp-No
              invalid key
                       go to bw050-Exit
     end-read.
     if       not Epa-Stat-Active
        or    Epa-Balance = zero
        or    Epa-Customer = spaces
              go to bw050-Exit.
     if       Epa-Rule-Pcent
              compute  WS-Amt-Work rounded = Epa-Balance * Epa-Repay-Pcent / 100
     else
              move     Epa-Repay-Amt to WS-Amt-Work
     end-if.
     if       WS-Amt-Work > Epa-Balance
              move     Epa-Balance to WS-Amt-Work.
     if       WS-Amt-Work > WS-Net
              move     WS-Net to WS-Amt-Work.
     if       WS-Amt-Work not > zero
              go to bw050-Exit.
*>
     add      WS-Amt-Work to WS-Ded-Total.
     subtract WS-Amt-Work from WS-Net.
     add      WS-Amt-Work to WS-Chk-Amts (16).
     subtract WS-Amt-Work from Epa-Balance.
     add      WS-Amt-Work to Epa-Taken-Total.
     move     WS-Amt-Work   to Epa-Last-Amt.
     move     WS-Check-Date to Epa-Last-Chk-Date.
     rewrite  PY-Emp-Purch-Record.
*>
     initialize PY-SL-Receipt-Record.
     move     WS-Check-Date to Src-Chk-Date.
     move     Emp-No        to Src-Emp-No.
     move     Epa-Customer  to Src-Customer.
     move     WS-Amt-Work   to Src-Amount.
     move     "O"           to Src-Status.
     perform  varying Src-Seq from 1 by 1 until Src-Seq = 99
              write    PY-SL-Receipt-Record
                       invalid key
                                exit perform cycle
              end-write
              exit perform
     end-perform.
*>
 bw050-Exit.  exit section.
*>
 bw100-Scheduled-Deductions  section.
*>**********************************
*>
*> Temporary deductions off PY-Schedule-File (pysched) - the uniform
*> for 10 pays and the like - taken post-tax from what net remains
*> after the loan repayments, in the entry's Chk-Cat bucket (9-16,
*> else 16 Other Deductions). A deduction the net cannot cover at
*> all is not counted as one of its pays, so the full count is
*> still collected; the same runs as bc100 are skipped.
*>
     if       WS-Sch-Open not = "Y"
        or    WS-Supplemental-Run
        or    WS-Sev-Only = "Y"
        or    WS-Mil-Only = "Y"
              go to bw100-Exit.
     move     Emp-No to Sch-Emp-No.
     move     zero   to Sch-Seq.
     start    PY-Schedule-File key not < Sch-Key
              invalid key
                       go to bw100-Exit
     end-start.
     perform  forever
              read     PY-Schedule-File next record at end
                       exit perform
              end-read
              if       PY-Sch-Status not = "00"
                 or    Sch-Emp-No not = Emp-No
                       exit perform
              end-if
              if       not Sch-Deduction
                       exit perform cycle
              end-if
              perform  bc110-Sch-In-Effect
              if       WS-Sch-Take not = "Y"
                       exit perform cycle
              end-if
              move     Sch-Amount to WS-Amt-Work
              if       WS-Amt-Work > WS-Net
                       move     WS-Net to WS-Amt-Work
              end-if
              if       WS-Amt-Work > zero
                       add      WS-Amt-Work to WS-Ded-Total
                       subtract WS-Amt-Work from WS-Net
                       move     Sch-Chk-Cat to B
                       if       B < 9 or > 16
                                move 16 to B
                       end-if
                       add      WS-Amt-Work to WS-Chk-Amts (B)
                       perform  bc120-Sch-Count-Pay
              end-if
     end-perform.
*>
 bw100-Exit.  exit section.
*>
 bx000-Get-Arrears           section.
*>**********************************
     move     zero to WS-GTL-Amt.
     if       Emp-GTL-Coverage not > 50000
       or     Emp-Pay-Freq = zero
       or     WS-Sev-Only = "Y"                      *> coverage ended with the job
              go to by000-Exit.
     compute  WS-GTL-Excess = Emp-GTL-Coverage - 50000.
     move     Emp-Birth-Date to WS-GTL-BDate.
       or     WS-FICA-Base not > zero
              go to bh500-Exit.
     compute  WS-Limit-Left = WS-Use-PFML-Limit - His-YTD-Fica-Taxable
                            - His-YTD-Tips - Emp-Pred-Wages.
     if       WS-Limit-Left < zero
              move zero to WS-Limit-Left.
     move     WS-FICA-Base to WS-Amt-Work.
                         and    not Emp-ED-Xcl-Informational (A)
                         and    not Emp-ED-Tax-Sec125 (A)
                         and    not Emp-ED-Tax-Deferral (A)  *> pre-tax - already taken in bd000
                         and    not Emp-ED-Tax-Roth (A)      *> Roth 401(k) - ditto
                         and    Emp-ED-Priority (A) = WS-Priority
                         and    (WS-Sev-Only not = "Y"
                              or WS-Sev-Ded-Keep (A) = "Y"
                              or Emp-ED-Xcl-Non-Discretionary (A))
                                perform bj010-Take-Emp-Ded
                       end-if
              end-perform
                and    not Ded-Sys-Tax-Sec125 (A)
                and    not Ded-Sys-Tax-Deferral (A)  *> pre-tax - already taken in bd000
                and    Emp-Sys-Exempt (A) not = "Y"
                and    WS-Sev-Only not = "Y"
                       perform bj020-Take-Sys-Ded
              end-if
     end-perform.
              end-perform
              set      Chkh-Stat-Outstanding to true
              move     zero to Chkh-Clear-Date
              move     zero to WS-Chkh-Hours
              perform  varying WS-Ent-Sub from 1 by 1 until WS-Ent-Sub > WS-Ent-Count
                       if       WS-Ent-Code (WS-Ent-Sub) = zero
                          and   WS-Ent-Rate (WS-Ent-Sub) not = 4
                                add      WS-Ent-Units (WS-Ent-Sub) to WS-Chkh-Hours
                       end-if
              end-perform
              if       WS-Chkh-Hours < zero
                       move     zero to WS-Chkh-Hours
              end-if
              move     WS-Chkh-Hours to Chkh-Hours
              move     WS-Tips       to Chkh-Tips
              move     "Y"           to Chkh-ED-Posted
              perform  varying A from 1 by 1 until A > 5
                       if       WS-Emp-Ded-Amt (A) > zero
                                move     WS-Emp-Ded-Amt (A) to Chkh-ED-Amt (A)
                       else
                                move     zero to Chkh-ED-Amt (A)
                       end-if
              end-perform
              perform  bk010-Chkh-Ext
              write    PY-Chk-History-Record
                       invalid key
                                rewrite PY-Chk-History-Record
     end-if.
*>
 bk000-Exit.  exit section.
*>
 bk010-Chkh-Ext              section.
*>**********************************
*>
*> The check's share of the history buckets outside Chkh-Amt, as
*> bl000 posts them, so a void (pyvoid) can take them back off.
*>
     move     "Y"              to Chkh-Ext-Posted.
     move     WS-Qual-OT       to Chkh-Qual-OT-Prem.
     move     WS-Qual-Tips     to Chkh-Qual-Tips.
     compute  Chkh-Deferral = WS-Def-Run - WS-Def-Refund.
     move     WS-Roth-Run      to Chkh-Roth.
     move     WS-HSA-Emp-Run   to Chkh-HSA-Emp.
     move     WS-HSA-Er-Run    to Chkh-HSA-Er.
     move     WS-Fringe        to Chkh-Fringe.
     move     WS-Treaty-Exempt to Chkh-Treaty-Exempt.
     move     WS-Housing-Excl  to Chkh-Housing-Allow.
     if       WS-Supplemental-Run
        or    WS-Sev-Only = "Y"
              move     WS-FWT-Base to Chkh-Supp-Wages
     else
              move     zero to Chkh-Supp-Wages.
     move     zero             to Chkh-Equity Chkh-NSO.
*>
 bk010-Exit.  exit section.
*>
 bl000-Update-History        section.
*>**********************************
*> Roll this check into His-QTD/His-YTD - same buckets py930's manual
*> history screens maintain. Emp-ED history slots exist for entries
*> 1-3 only and units slots for rates 1-4 only (see wspyhis).
*> Reported tips sit in the withholding bases but have their own
*> bucket - W-2 box 1 is Income-Taxable + Tips, box 5 Fica-Taxable
*> + Tips - so they come out of the taxable figures posted here.
*>
     compute  WS-Amt-Work = WS-FWT-Base - WS-Tips.
     add      WS-Amt-Work   to His-QTD-Income-Taxable
                               His-YTD-Income-Taxable.
     compute  WS-Amt-Work = WS-Gross - WS-FWT-Base + WS-Tips + WS-Fringe
                          - WS-NonTax-Pay.
     if       WS-Amt-Work > zero
              add      WS-Amt-Work to His-QTD-Other-Taxable
                                      His-YTD-Other-Taxable.
                                        His-YTD-Other-NonTaxable.
     if       WS-1099-Amt > zero
              add      WS-1099-Amt to His-YTD-1099-Wages.   *> estate's 1099 (py1099)
     compute  WS-Amt-Work = WS-FICA-Base - WS-Tips.
     add      WS-Amt-Work   to His-QTD-Fica-Taxable
                               His-YTD-Fica-Taxable.
     add      WS-Tips       to His-QTD-Tips   His-YTD-Tips.
     add      WS-Qual-Tips  to His-QTD-Qual-Tips
                               His-YTD-Qual-Tips.
     add      WS-Qual-OT    to His-QTD-Qual-OT-Prem
                               His-YTD-Qual-OT-Prem.
     add      WS-Def-Run    to His-QTD-Deferral His-YTD-Deferral.
*>
*> A deferral refund can only back out what is on this year's history
*> - an opt-out straddling the year end refunds some prior-year money.
*>
     if       WS-Def-Refund > His-YTD-Deferral
              move     His-YTD-Deferral to WS-Def-Refund.
     if       WS-Def-Refund > His-QTD-Deferral
              move     zero to His-QTD-Deferral
     else
              subtract WS-Def-Refund from His-QTD-Deferral.
     subtract WS-Def-Refund from His-YTD-Deferral.
     add      WS-Roth-Run   to His-QTD-Roth     His-YTD-Roth.
     add      WS-HSA-Emp-Run to His-QTD-HSA-Emp  His-YTD-HSA-Emp.
     add      WS-HSA-Er-Run to His-QTD-HSA-Er   His-YTD-HSA-Er.
     add      WS-Fringe     to His-QTD-Fringe   His-YTD-Fringe.
     add      WS-Treaty-Exempt to His-QTD-Treaty-Exempt
                                  His-YTD-Treaty-Exempt.
     add      WS-Housing-Excl to His-QTD-Housing-Allow
                                 His-YTD-Housing-Allow.
     if       WS-Supplemental-Run
        or    WS-Sev-Only = "Y"
              add      WS-FWT-Base to His-YTD-Supp-Wages.
     add      WS-Net        to His-QTD-Net    His-YTD-Net.
     add      WS-EIC        to His-QTD-EIC    His-YTD-EIC.
     add      WS-FWT        to His-QTD-FWT    His-YTD-FWT.
     end-read.
     add      WS-SWT-Base to Emst-QTD-Wages Emst-YTD-Wages.
     add      WS-SWT      to Emst-QTD-SWT   Emst-YTD-SWT.
     move     WS-Check-Date to WS-Emst-Date.
     move     WS-SWT-Base   to WS-Emst-Amt.
     perform  zz180-Emst-Quarter.
     rewrite  PY-Emp-State-Record.
*>
*> State SWT deposit ledger - this check's withholding accrues onto
                       to Aca-Hours (WS-Check-Month)
     end-perform.
     rewrite  PY-ACA-Hours-Record.
*>
*> Local tax by jurisdiction and quarter for pylocal's returns -
*> live and work earned income tax, and the head tax.
*>
     if       WS-Lwt-Live-Base > zero
              move     "E"                to WS-Emlc-Type
              move     Emp-LWT-Live-Juris to WS-Emlc-Juris
              move     "R"                to WS-Emlc-Res-Ind
              move     WS-Lwt-Live-Base   to WS-Emlc-Wages
              move     WS-Lwt-Live        to WS-Emlc-Tax
              perform  bl100-Post-Local.
     if       WS-Lwt-Work-Base > zero
              move     "E"                to WS-Emlc-Type
              move     Emp-LWT-Work-Juris to WS-Emlc-Juris
              move     "N"                to WS-Emlc-Res-Ind
              move     WS-Lwt-Work-Base   to WS-Emlc-Wages
              move     WS-Lwt-Work        to WS-Emlc-Tax
              perform  bl100-Post-Local.
     if       WS-Htx-Amt > zero
              move     "H"                to WS-Emlc-Type
              move     Emp-Head-Tax-Juris to WS-Emlc-Juris
              move     "N"                to WS-Emlc-Res-Ind
              move     WS-Gross           to WS-Emlc-Wages
              move     WS-Htx-Amt         to WS-Emlc-Tax
              perform  bl100-Post-Local.
*>
 bl000-Exit.  exit section.
*>
 bl100-Post-Local            section.
*>**********************************
*>
*> One jurisdiction's wages and tax onto the check quarter's bucket.
*>
     move     WS-Check-Year to Emlc-Year.
     move     WS-Emlc-Type  to Emlc-Type.
     move     WS-Emlc-Juris to Emlc-Juris.
     move     Emp-No        to Emlc-Emp-No.
     read     PY-Emp-Local-File key Emlc-Key
              invalid key
                       initialize PY-Emp-Local-Record
                       move     WS-Check-Year   to Emlc-Year
                       move     WS-Emlc-Type    to Emlc-Type
                       move     WS-Emlc-Juris   to Emlc-Juris
                       move     Emp-No          to Emlc-Emp-No
                       move     WS-Emlc-Res-Ind to Emlc-Res-Ind
                       write    PY-Emp-Local-Record
     end-read.
     add      WS-Emlc-Wages to Emlc-Wages (WS-Check-Qtr).
     add      WS-Emlc-Tax   to Emlc-Tax   (WS-Check-Qtr).
     rewrite  PY-Emp-Local-Record.
*>
 bl100-Exit.  exit section.
*>
 bm000-Update-Comp-Hist      section.
*>**********************************
*> already in WS (read at open), rewritten once by af000 at the end
*> of the run - everything here is accumulate-only.
*>
     compute  WS-Amt-Work = WS-FWT-Base - WS-Tips.
     add      WS-Amt-Work   to Coh-QTD-Income-Taxable
                               Coh-YTD-Income-Taxable.
     compute  WS-Amt-Work = WS-Gross - WS-FWT-Base + WS-Tips + WS-Fringe
                          - WS-NonTax-Pay.
     if       WS-Amt-Work > zero
              add      WS-Amt-Work to Coh-QTD-Other-Taxable
                                      Coh-YTD-Other-Taxable.
     if       WS-NonTax-Pay > zero
              add      WS-NonTax-Pay to Coh-QTD-Other-NonTaxable
                                        Coh-YTD-Other-NonTaxable.
     compute  WS-Amt-Work = WS-FICA-Base - WS-Tips.
     add      WS-Amt-Work   to Coh-QTD-Fica-Taxable
                               Coh-YTD-Fica-Taxable.
     add      WS-Tips       to Coh-QTD-Tips       Coh-YTD-Tips.
     add      WS-Qual-Tips  to Coh-QTD-Qual-Tips  Coh-YTD-Qual-Tips.
     add      WS-Qual-OT    to Coh-QTD-Qual-OT-Prem
                               Coh-YTD-Qual-OT-Prem.
     add      WS-Def-Run    to Coh-QTD-Deferral   Coh-YTD-Deferral.
     if       WS-Def-Refund > Coh-QTD-Deferral
              move     zero to Coh-QTD-Deferral
     else
              subtract WS-Def-Refund from Coh-QTD-Deferral.
     if       WS-Def-Refund > Coh-YTD-Deferral
              move     zero to Coh-YTD-Deferral
     else
              subtract WS-Def-Refund from Coh-YTD-Deferral.
     add      WS-Roth-Run   to Coh-QTD-Roth       Coh-YTD-Roth.
     add      WS-HSA-Emp-Run to Coh-QTD-HSA-Emp    Coh-YTD-HSA-Emp.
     add      WS-HSA-Er-Run to Coh-QTD-HSA-Er     Coh-YTD-HSA-Er.
     add      WS-Fringe     to Coh-QTD-Fringe     Coh-YTD-Fringe.
     add      WS-Net        to Coh-QTD-Net        Coh-YTD-Net.
     add      WS-EIC        to Coh-QTD-Eic-Credit Coh-YTD-Eic-Credit.
     add      WS-FWT        to Coh-QTD-Fwt-Liab   Coh-YTD-Fwt-Liab.
*>
*> Predecessor-employer wages consume the annual bases too - see
*> Emp-Pred-Wages (wspyemp.cob).
     compute  WS-Amt-Work = His-YTD-Fica-Taxable + His-YTD-Tips
                          - WS-FICA-Base + Emp-Pred-Wages.
     if       Ded-CO-FUTA-Used = "Y"
       and    Emp-Co-FUTA-Exempt not = "Y"
       and    WS-FICA-Base > zero
                       move WS-Limit-Left to WS-Amt-Work
              end-if
              compute  WS-Amt-Work rounded = WS-Amt-Work * WS-Use-SDI-Rate / 100
              move     WS-Amt-Work to WS-Co-SDI
              add      WS-Amt-Work to Coh-QTD-Sdi-Liab
                                      Coh-YTD-Sdi-Liab
     end-if.
     add      Emp-SL-Rate  to Coh-QTD-Sl-Earned  Coh-YTD-Sl-Earned.
*>
 bm000-Exit.  exit section.
*>
 bl200-Update-Er-History     section.
*>**********************************
*>
*> The employer's own cost of this check - its FICA/Medicare, FUTA,
*> SUI, SDI (payer "R") and PFML shares, the 401(k) match, the union
*> trust-fund fringes and the leave earned - into His-Er for pytcs.
*> FUTA / SUI / SDI are only known once bm000 has run and the leave
*> once bn000 has, so the history record is read back after them.
*>
     move     Emp-No to His-Emp-No.
     read     PY-History-File key His-Emp-No
              invalid key
                       go to bl200-Exit
     end-read.
     add      WS-Co-FICA   to His-QTD-Er-FICA  His-YTD-Er-FICA.
     add      WS-Co-FUTA   to His-QTD-Er-FUTA  His-YTD-Er-FUTA.
     add      WS-Co-SUI    to His-QTD-Er-SUI   His-YTD-Er-SUI.
     add      WS-Co-SDI    to His-QTD-Er-SDI   His-YTD-Er-SDI.
     add      WS-PFML-Er   to His-QTD-Er-PFML  His-YTD-Er-PFML.
     add      WS-Match-Amt to His-QTD-Er-Match His-YTD-Er-Match.
     add      WS-Un-Fringe to His-QTD-Er-Union His-YTD-Er-Union.
     add      WS-PTO-Value to His-QTD-Er-PTO   His-YTD-Er-PTO.
     rewrite  PY-History-Record.
     move     "PYHIS"       to Jnq-File-Id.
     move     "A"           to Jnq-Action.
     move     His-Emp-No    to WS-Jnl-Key-Num.
     move     WS-Jnl-Key-Num to Jnq-Key.
     move     PY-History-Record to Jnq-Image.
     perform  zz160-Journal-Image.
*>
 bl200-Exit.  exit section.
*>
 bn000-Update-Employee       section.
*>**********************************
*> loaded) re-bands the rates FIRST, so an anniversary crossed since
*> the last run takes effect this run without anyone re-keying py010.
*>
*> Severance installments earn no leave, nor does military differential
*> pay - pymilit credits the accrual for the whole leave on return.
*>
     if       WS-Sev-Only = "Y"
        or    WS-Mil-Only = "Y"
              go to bn005-Accrued.
     if       WS-Acs-Open = "Y"
              perform  bt000-Accrual-Band.
     add      Emp-Vac-Accum Emp-SL-Accum giving WS-PTO-Hours.
     add      Emp-Vac-Rate to Emp-Vac-Accum.
     if       Emp-Vac-Accum-Cap > zero
       and    Emp-Vac-Accum > Emp-Vac-Accum-Cap
     if       Emp-SL-Accum-Cap > zero
       and    Emp-SL-Accum > Emp-SL-Accum-Cap
              move     Emp-SL-Accum-Cap to Emp-SL-Accum.
*>
*> The leave actually earned this apply (after the caps) valued at the
*> current hourly rate the way pyptoval prices the balance - a
*> salaried period rate divides by Emp-Normal-Units.
*>
     compute  WS-PTO-Hours = Emp-Vac-Accum + Emp-SL-Accum - WS-PTO-Hours.
     if       WS-PTO-Hours > zero
              if       Emp-HS-Type = "S" and Emp-Normal-Units > zero
                       compute  WS-PTO-Rate rounded =
                                Emp-Rate (1) / Emp-Normal-Units
              else
                       move     Emp-Rate (1) to WS-PTO-Rate
              end-if
              compute  WS-PTO-Value rounded = WS-PTO-Hours * WS-PTO-Rate
     end-if.
*>
 bn005-Accrued.
     add      1 to Emp-Cur-Apply-No.
     if       Emp-Cur-Apply-No > 99
              move 1 to Emp-Cur-Apply-No.
*>
     if       WS-Lvq-Open = "Y"
              perform  bn010-Take-Approved-Leave.
*>
*> This run's HSA money for the pyhsafeed custodian funding file.
*>
     if       not Emp-HSA-None
              move     WS-Check-Date  to Emp-HSA-Last-Date
              move     WS-HSA-Emp-Run to Emp-HSA-Last-Emp
              move     WS-HSA-Er-Run  to Emp-HSA-Last-Er.
     rewrite  PY-Employee-Record.
     move     "PYEMP"        to Jnq-File-Id.
     move     "A"            to Jnq-Action.
              go to bo000-Exit.
     perform  varying WS-Ent-Sub from 1 by 1 until WS-Ent-Sub > WS-Ent-Count
              if       WS-Ent-Job (WS-Ent-Sub) not = spaces
                 and   WS-Ent-Code (WS-Ent-Sub) not = 18   *> tips are no labor cost
                 and   WS-Ent-Code (WS-Ent-Sub) not = 19   *> nor is imputed fringe value
                       if       WS-Ent-Code (WS-Ent-Sub) = zero
                                compute  WS-Entry-Gross rounded =
                                         WS-Ent-Units (WS-Ent-Sub)
                                       * Emp-Rate (WS-Ent-Rate (WS-Ent-Sub))
                       else
                                move     WS-Ent-Amount (WS-Ent-Sub) to WS-Entry-Gross
                       end-if
                       move     WS-Check-Date to Jct-Date
                       move     WS-Ent-Job (WS-Ent-Sub) to Jct-Job-Code
                       move     Emp-No to Jct-Emp-No
