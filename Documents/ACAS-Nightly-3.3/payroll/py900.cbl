*>                         post-tax, 2 Section 125 pre-tax, 3 pre-FWT
*>                         deferral - see pyapply bd000). New msg
*>                         PY131.
*> 15/10/2026 vbc -        Param-2 pass also keys the PY-PR6 401(k) plan
*>                         limits - annual deferral limit, age 50
*>                         catch-up and the Roth catch-up prior-year
*>                         wage threshold (pyapply bd000 / pyrothcu) -
*>                         defaulted to the 2026 figures at creation.
*> 15/10/2026 vbc -        Transaction code list notes 16 Deferral
*>                         Refund (401(k) auto-enrollment opt-out,
*>                         staged by pyautoenr).
*> 15/10/2026 vbc -        Param-2 pass also keys the PY-PR6 Health
*>                         Savings Account limits - self-only, family
*>                         and the age 55 catch-up (pyapply bd000) -
*>                         defaulted to the 2026 figures at creation.
*> 15/10/2026 vbc -        Transaction code list notes 19 Imputed
*>                         Income (non-cash fringe value, posted by
*>                         pyfringe - taxed, never paid).
*> 15/10/2026 vbc -        Param-2 pass also keys the PY-PR6 mandatory
*>                         supplemental FWT threshold and rate and the
*>                         Medicare / additional Medicare rates and
*>                         threshold (pyequity, supplemental apply) -
*>                         defaulted to the 2026 figures at creation.
*> 15/10/2026 vbc -        Transaction code list notes 20 Commission
*>                         Draw (pycomm - paid as Rate 4 pay).
*> 15/10/2026 vbc -        Transaction code list notes 21 Meal / Rest
*>                         Premium (pymealck - California meal / rest
*>                         period premium, taxable other pay).
*> 15/10/2026 vbc -        Param-2 pass keys PY-PR7-Appr-Required -
*>                         supervisor timecard approval (pytcappr)
*>                         needed before pyproof passes a batch.
*>                         Defaults to N at creation.
*> 15/10/2026 vbc -        Transaction code list notes 22 Severance
*>                         Pay (pysever installments - supplemental
*>                         wages, payable after termination).
*> 15/10/2026 vbc -        Transaction code list notes 23 Military
*>                         Differential (pymilit - FWT/SWT only, no
*>                         FICA or FUTA).
*> 15/10/2026 vbc -        Param-2 pass also keys the PY-PR8 Pub 15-T
*>                         nonresident alien wage add-on amounts (2020+
*>                         and pre-2020 W-4, pyapply be000) - defaulted
*>                         at creation, re-key yearly.
*>*************************************************************************
*> Copyright Notice.
*> ****************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(15) value "PY900 (1.0.09)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  WS-Batch-Pcent-Hash pic 9(9)v99  value zero.
     03  WS-Batch-Expected   pic 9(9)     value zero.
     03  WS-Dual-Sig         pic 9(7)v99.
     03  WS-Plan-Limit       pic 9(7)v99.
 *>    03  WS-Temp-Percent     pic 99.99.  *>  NOT YET USED
     03  WS-Temp-Limit       pic 99999.99.
     03  WS-Temp-Factor      pic 99999.99.
*>       (13)         Vacation Pay          6
*>       (14)         Other Excluded Pay    6
*>       (15)         Expense Reimbursement 6
*>       (16)         Deferral Refund       6
*>       (17)         Other Pay             6
*>       (18)         Tips Reported        14
*>       (19)         Imputed Income
*>       (20)         Commission Draw       5
*>       (21)         Meal / Rest Premium   6
*>       (22)         Severance Pay         6
*>       (23)         Military Differential 6
*>       (27)         Advance Repay        14
*>       (28)         FWT Add-On            9
*>       (29)         SWT Add-On           10
              display  "Shift diff window end   hhmm           [    ]"
                                           at line WS-Lines col 1 with erase eos
              accept   PY-PR5-Shift-End    at line WS-Lines col 41 foreground-color 3 UPDATE
*>
*> 401(k) plan limits for pyapply bd000 and the year-start Roth
*> catch-up run (pyrothcu) - re-key each year as the IRS indexes them.
*> A zero deferral limit leaves the limit unenforced.
*>
              move     PY-PR6-Def-Limit to WS-Plan-Limit
              display  "401(k) annual deferral limit (0 = off) [          ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Plan-Limit at line WS-Lines col 41 foreground-color 3 UPDATE
              move     WS-Plan-Limit to PY-PR6-Def-Limit
              move     PY-PR6-Catchup-Limit to WS-Plan-Limit
              display  "401(k) age 50 catch-up limit           [          ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Plan-Limit at line WS-Lines col 41 foreground-color 3 UPDATE
              move     WS-Plan-Limit to PY-PR6-Catchup-Limit
              move     PY-PR6-Roth-CU-Wages to WS-Plan-Limit
              display  "Roth catch-up prior-year FICA wages    [          ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Plan-Limit at line WS-Lines col 41 foreground-color 3 UPDATE
              move     WS-Plan-Limit to PY-PR6-Roth-CU-Wages
*>
*> Health Savings Account annual limits (employee + employer) for
*> pyapply bd000 - zero leaves that coverage's limit unenforced.
*>
              move     PY-PR6-HSA-Self-Limit to WS-Plan-Limit
              display  "HSA self-only annual limit (0 = off)   [          ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Plan-Limit at line WS-Lines col 41 foreground-color 3 UPDATE
              move     WS-Plan-Limit to PY-PR6-HSA-Self-Limit
              move     PY-PR6-HSA-Family-Limit to WS-Plan-Limit
              display  "HSA family annual limit (0 = off)      [          ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Plan-Limit at line WS-Lines col 41 foreground-color 3 UPDATE
              move     WS-Plan-Limit to PY-PR6-HSA-Family-Limit
              move     PY-PR6-HSA-Catchup to WS-Plan-Limit
              display  "HSA age 55 catch-up                    [          ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Plan-Limit at line WS-Lines col 41 foreground-color 3 UPDATE
              move     WS-Plan-Limit to PY-PR6-HSA-Catchup
*>
*> Supplemental wages past the threshold in the year withhold FWT at
*> the mandatory rate (pyapply be000, pyequity), and the Medicare and
*> additional Medicare rates pyequity withholds stock income at - a
*> zero Medicare rate means Ded-FICA-Rate already includes it.
*>
              move     PY-PR6-Supp-Mand-Wages to WS-Plan-Limit
              display  "Supp wages at mandatory FWT rate over  [          ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Plan-Limit at line WS-Lines col 41 foreground-color 3 UPDATE
              move     WS-Plan-Limit to PY-PR6-Supp-Mand-Wages
              move     PY-PR6-Supp-Mand-Rate to WS-Supp-Rate
              display  "Supplemental mandatory FWT percent     [     ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Supp-Rate at line WS-Lines col 42 foreground-color 3 UPDATE
              move     WS-Supp-Rate to PY-PR6-Supp-Mand-Rate
              move     PY-PR6-MCare-Rate to WS-Supp-Rate
              display  "Medicare percent (0 = in FICA rate)    [     ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Supp-Rate at line WS-Lines col 42 foreground-color 3 UPDATE
              move     WS-Supp-Rate to PY-PR6-MCare-Rate
              move     PY-PR6-MCare-Addl-Rate to WS-Supp-Rate
              display  "Additional Medicare percent            [     ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Supp-Rate at line WS-Lines col 42 foreground-color 3 UPDATE
              move     WS-Supp-Rate to PY-PR6-MCare-Addl-Rate
              move     PY-PR6-MCare-Addl-Wages to WS-Plan-Limit
              display  "Additional Medicare over YTD wages     [          ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Plan-Limit at line WS-Lines col 41 foreground-color 3 UPDATE
              move     WS-Plan-Limit to PY-PR6-MCare-Addl-Wages
*>
*> Supervisor timecard approval - when Y every employee in the batch
*> must be approved in pytcappr before pyproof will pass it.
*>
              display  "Timecard approval before proof (Y/N)   [ ]"
                                           at line WS-Lines col 1 with erase eos
              accept   PY-PR7-Appr-Required at line WS-Lines col 41 foreground-color 3 UPPER UPDATE
              if       PY-PR7-Appr-Required not = "Y"
                       move     "N" to PY-PR7-Appr-Required
              end-if
*>
*> Nonresident alien wage add-on (Pub 15-T) - annual amounts added to
*> an NRA's annualised wage before the FWT bracket walk.
*>
              move     PY-PR8-NRA-Add-New to WS-Plan-Limit
              display  "NRA wage add-on, 2020+ W-4             [          ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Plan-Limit at line WS-Lines col 41 foreground-color 3 UPDATE
              move     WS-Plan-Limit to PY-PR8-NRA-Add-New
              move     PY-PR8-NRA-Add-Old to WS-Plan-Limit
              display  "NRA wage add-on, pre-2020 W-4          [          ]"
                                           at line WS-Lines col 1 with erase eos
              accept   WS-Plan-Limit at line WS-Lines col 41 foreground-color 3 UPDATE
              move     WS-Plan-Limit to PY-PR8-NRA-Add-Old
              display  space at line WS-Lines col 1 erase eos.
              rewrite  PY-Param1-Record               *> Previously exists
              perform  aa125-Test-PR1-Status
     move     2200          to PY-PR5-Shift-Start.    *> classic night window
     move     0600          to PY-PR5-Shift-End.
     move     zero          to PY-PR1-Dual-Sig-Amt.   *> dual signature off until set
     move     24500.00      to PY-PR6-Def-Limit.      *> 2026 401(k) figures - re-key
     move     8000.00       to PY-PR6-Catchup-Limit.  *>   yearly in the param-2 pass
     move     150000.00     to PY-PR6-Roth-CU-Wages.
     move     zero          to PY-PR6-Roth-CU-Year.
     move     4400.00       to PY-PR6-HSA-Self-Limit.   *> 2026 HSA figures - re-key
     move     8750.00       to PY-PR6-HSA-Family-Limit. *>   yearly in the param-2 pass
     move     1000.00       to PY-PR6-HSA-Catchup.
     move     1000000.00    to PY-PR6-Supp-Mand-Wages.  *> IRS mandatory supplemental
     move     37.00         to PY-PR6-Supp-Mand-Rate.   *>   rate over $1 million
     move     1.45          to PY-PR6-MCare-Rate.
     move     0.90          to PY-PR6-MCare-Addl-Rate.
     move     200000.00     to PY-PR6-MCare-Addl-Wages.
     move     "N"           to PY-PR7-Appr-Required.  *> timecard approval off until set
     move     16100.00      to PY-PR8-NRA-Add-New.    *> Pub 15-T NRA add-on - re-key
     move     9100.00       to PY-PR8-NRA-Add-Old.    *>   yearly in the param-2 pass
     move     2.0           to PY-PR1-Rate3-Factor.
     move     3.0           to PY-PR1-Max-Pay-Factor.
     move     1.0           to PY-PR1-Dflt-Pay-Rate
