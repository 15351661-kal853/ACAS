*>                         states, so a mid-year mover's state totals
*>                         overstated); the all-state His figures
*>                         remain the fallback with no state history.
*> 15/10/26   vbc - 1.0.02 Box 12 TT (qualified overtime premium) and TP
*>                         (qualified tips, with the tipped occupation
*>                         code) printed from the new His-Qual buckets.
*>                         Box 5 now adds His-YTD-Tips - Medicare wages
*>                         AND tips; Fica-Taxable carries no tips.
*> 15/10/26   vbc - 1.0.03 Box 12 D (pre-tax 401(k) deferrals) and AA
*>                         (Roth 401(k), catch-up included) printed
*>                         separately from the new His-Ret buckets.
*> 15/10/26   vbc - 1.0.04 Box 12 W (Health Savings Account - employer
*>                         plus the employee's cafeteria plan money)
*>                         from the new His-HSA buckets.
*> 15/10/26   vbc - 1.0.05 Box 14 line for non-cash fringe benefit
*>                         imputed income (His-YTD-Fringe, already in
*>                         boxes 1, 3 and 5).
*> 15/10/26   vbc - 1.0.06 Box 12 V (income from nonqualified stock
*>                         option exercises, His-YTD-NSO posted by
*>                         pyequity - already in boxes 1, 3 and 5).
*> 15/10/26   vbc - 1.0.07 Box 13 statutory employee line for
*>                         Emp-Worker-Class S and a box 14 line for a
*>                         minister's housing allowance (His-YTD-
*>                         Housing-Allow, NOT in box 1).
*>**
*>*************************************************************************
*> Copyright Notice.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "w2print (1.0.07)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     03  WS-Box16-Wages      pic 9(7)v99   comp-3  value zero.
     03  WS-Box17-SWT        pic 9(7)v99   comp-3  value zero.
     03  WS-Box5-Wages       pic 9(7)v99   comp-3  value zero.
     03  WS-Box12-W          pic 9(7)v99   comp-3  value zero.
     03  WS-1099-Skipped     pic 9(5)              value zero.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
                                            present when His-YTD-PFML > 0.
         05  col  90     pic zzz,zz9.99    source His-YTD-PFML
                                            present when His-YTD-PFML > 0.
*>
*> Box 14 - non-cash fringe benefits (company vehicle personal use,
*> gift cards etc) imputed by pyfringe - included in boxes 1, 3 and 5.
*>
     03  line + 1.
         05  col   3     pic x(36)         value "14 Other, fringe benefits (incl):"
                                            present when His-YTD-Fringe > 0.
         05  col  40     pic zzz,zz9.99    source His-YTD-Fringe
                                            present when His-YTD-Fringe > 0.
*>
*> Box 13 statutory employee, box 14 a minister's housing allowance
*> (pyapply His-Clergy buckets) - excluded from box 1, no FICA so
*> boxes 3 and 5 are empty.
*>
     03  line + 1.
         05  col   3     pic x(36)         value "13 Statutory employee:      X"
                                            present when Emp-Statutory.
     03  line + 1.
         05  col   3     pic x(36)         value "14 Other, housing allowance:"
                                            present when His-YTD-Housing-Allow > 0.
         05  col  40     pic zzz,zz9.99    source His-YTD-Housing-Allow
                                            present when His-YTD-Housing-Allow > 0.
     03  line + 1.
         05  col   3     pic x(36)         value "13 Third-party sick pay (included):"
                                            present when His-YTD-3PSP-Wages > 0.
         05  col  60     pic x(15)         source Emp-Pred-EIN
                                            present when Emp-Pred-Wages > 0.
*>
*> Box 12 TT - qualified overtime premium, TP - qualified tips with
*> the Treasury tipped occupation code (pyapply His-Qual buckets).
*>
     03  line + 1.
         05  col   3     pic x(36)         value "12 TT Qualified overtime premium:"
                                            present when His-YTD-Qual-OT-Prem > 0.
         05  col  40     pic zzz,zz9.99    source His-YTD-Qual-OT-Prem
                                            present when His-YTD-Qual-OT-Prem > 0.
     03  line + 1.
         05  col   3     pic x(36)         value "12 TP Qualified tips:"
                                            present when His-YTD-Qual-Tips > 0.
         05  col  40     pic zzz,zz9.99    source His-YTD-Qual-Tips
                                            present when His-YTD-Qual-Tips > 0.
         05  col  60     pic x(16)         value "Tip occupation:"
                                            present when His-YTD-Qual-Tips > 0.
         05  col  77     pic x(3)          source Emp-Tip-Occ-Code
                                            present when His-YTD-Qual-Tips > 0.
*>
*> Box 12 D - pre-tax 401(k) elective deferrals, AA - Roth 401(k)
*> deferrals, catch-up included (pyapply His-Ret buckets).
*>
     03  line + 1.
         05  col   3     pic x(36)         value "12 D  401(k) elective deferrals:"
                                            present when His-YTD-Deferral > 0.
         05  col  40     pic zzz,zz9.99    source His-YTD-Deferral
                                            present when His-YTD-Deferral > 0.
     03  line + 1.
         05  col   3     pic x(36)         value "12 AA Roth 401(k) contributions:"
                                            present when His-YTD-Roth > 0.
         05  col  40     pic zzz,zz9.99    source His-YTD-Roth
                                            present when His-YTD-Roth > 0.
*>
*> Box 12 W - Health Savings Account, employer and employee (Section
*> 125) contributions together (pyapply His-HSA buckets).
*>
     03  line + 1.
         05  col   3     pic x(36)         value "12 W  HSA contributions:"
                                            present when WS-Box12-W > 0.
         05  col  40     pic zzz,zz9.99    source WS-Box12-W
                                            present when WS-Box12-W > 0.
*>
*> Box 12 V - the spread on nonqualified stock option exercises
*> (pyequity His-Equity buckets), already inside boxes 1, 3 and 5.
*>
     03  line + 1.
         05  col   3     pic x(36)         value "12 V  Nonqualified stock options:"
                                            present when His-YTD-NSO > 0.
         05  col  40     pic zzz,zz9.99    source His-YTD-NSO
                                            present when His-YTD-NSO > 0.
*>
*> Box 14 "Other" continued - System and Employee E/D's (same fields
*> hisprint's QTD/YTD columns carry), plus the 5 extra state/fed
*> deduction slots that have no description of their own.
                       exit perform cycle
              end-if
              add      His-YTD-Income-Taxable to His-YTD-Tips giving WS-Box1-Wages
              add      His-YTD-Fica-Taxable to His-YTD-Tips giving WS-Box5-Wages
              add      His-YTD-HSA-Emp to His-YTD-HSA-Er giving WS-Box12-W
              perform  aa054-Main-State-Boxes
              add      1 to WS-Rec-Cnt
              generate Employee-W2-Detail
