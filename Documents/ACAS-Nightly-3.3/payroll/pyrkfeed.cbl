*>                        each Emp-ED-Grp entry classed 3 (401(k)
*>                        deferral - Emp-ED-Tax-Deferral, its
*>                        Chk-Cat);
*>                      - Roth deferral = the Chk-Amt bucket of each
*>                        Emp-ED-Grp entry classed 4 (Emp-ED-Tax-
*>                        Roth), including any catch-up pyapply routed
*>                        there - reported apart from the pre-tax
*>                        deferral, so the entry needs its own Chk-Cat;
*>                      - employer match = (deferral + Roth) x Ded-
*>                        Sys-Match-Pcent capped at Ded-Sys-Match-
*>                        Limit;
*>                      - loan repayment = any Emp-ED-Grp deduction
*>                        whose description starts "401K LOAN" (its
*>                        Chk-Cat bucket).
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrunctl, pyxreg.
*>**
*>    Functions Used:
*>                      None.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY795 - 796, PY445 - 447, PY468.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Roth 401(k) deferrals (Emp-ED-Tax-Class 4) carried
*>                       separately - Rkf-Roth-Deferral on the D line,
*>                       Rkf-Trl-Roth on the trailer - and counted in
*>                       the match base and the plan activity test.
*>
*> 15/10/26 vbc - 1.0.02 The recordkeeper feed is registered on the outbound
*>                       release log (pyxreg) once closed - held until a
*>                       supervisor releases it in pyxmit, a rebuild of one
*>                       already released shown as a possible duplicate.
*>                       New msgs PY445 - 447.
*> 15/10/26 vbc - 1.0.03 Refused for a training company (PY-PR9-
*>                       Training, built by pytrain) - nothing for
*>                       outside is produced from practice data.
*>                       New msg PY468.
*>**
*>*************************************************************************
*> Copyright Notice.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyrkfeed (1.0.03)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  WS-Deferral         pic s9(7)v99 comp-3 value zero.
     03  WS-Match            pic s9(7)v99 comp-3 value zero.
     03  WS-Loan             pic s9(7)v99 comp-3 value zero.
     03  WS-Roth             pic s9(7)v99 comp-3 value zero.
     03  WS-Match-Slot       pic 9               value zero.
*>
     03  WS-Cnt-Lines        pic 9(6)            value zero.
     03  WS-Tot-Deferral     pic s9(9)v99 comp-3 value zero.
     03  WS-Tot-Match        pic s9(9)v99 comp-3 value zero.
     03  WS-Tot-Loan         pic s9(9)v99 comp-3 value zero.
     03  WS-Tot-Roth         pic s9(9)v99 comp-3 value zero.
     03  WS-Disp-Cnt         pic zzzzz9.
     03  WS-Disp-Amt         pic z(8)9.99.
*>
 copy "wspyxreq.cob".
*>
 01  Error-Messages.
*> System Wide
*>
     03  PY795           pic x(56) value "PY795 Register step not finished for this run - pyrgstr".
     03  PY796           pic x(43) value "PY796 Check file not found / no run applied".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/checks this run uses
              close    PY-Param1-File
              goback   returning 6
     end-if.
*>
*> A training company (pytrain) never produces a file for outside.
*>
     if       PY-PR9-Training = "Y"
              display  PY468         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Param1-File
              goback   returning 9
     end-if.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
*>
     move     WS-Tot-Deferral to Rkf-Trl-Deferral.
     move     WS-Tot-Match    to Rkf-Trl-Match.
     move     WS-Tot-Loan     to Rkf-Trl-Loan.
     move     WS-Tot-Roth     to Rkf-Trl-Roth.
     write    PY-RK-Feed-Record.
*>
     close    PY-RK-Feed-File.
     perform  zz080-Log-Outbound.
*>
     move     WS-Cnt-Lines to WS-Disp-Cnt.
     display  "Employees on feed : " at line 8 col 5 with erase eos.
     move     WS-Tot-Deferral to WS-Disp-Amt.
     display  "Total deferrals   : " at line 9 col 5.
     display  WS-Disp-Amt            at line 9 col 25.
     move     WS-Tot-Roth to WS-Disp-Amt.
     display  "Total Roth        : " at line 10 col 5.
     display  WS-Disp-Amt            at line 10 col 25.
     move     WS-Tot-Match to WS-Disp-Amt.
     display  "Total match       : " at line 11 col 5.
     display  WS-Disp-Amt            at line 11 col 25.
     move     WS-Tot-Loan to WS-Disp-Amt.
     display  "Total loan repays : " at line 12 col 5.
     display  WS-Disp-Amt            at line 12 col 25.
     display  "Feed file written : pyrkfeed.txt" at line 14 col 5.
     display  SY015                  at line WS-Lines col 1.
     accept   WS-Reply               at line WS-Lines col 58.
*>
     end-read.
*>
*> Deferral - the Chk-Amt buckets of every Retirement Plan system
*> slot and every class-3 Emp-ED-Grp deferral entry, Roth the class-4
*> entries. Loan repayments come off entries described "401K LOAN".
*>
     move     zero to WS-Deferral WS-Loan WS-Roth.
     perform  varying A from 1 by 1 until A > 5
              if       Ded-Sys-Used (A) = "Y"
                and    Ded-Sys-Retirement-Plan (A)
                       if       Emp-ED-Tax-Deferral (A)
                                add  Chk-Amt (B) to WS-Deferral
                       end-if
                       if       Emp-ED-Tax-Roth (A)
                                add  Chk-Amt (B) to WS-Roth
                       end-if
                       if       Emp-ED-Desc (A) (1:9) = "401K LOAN"
                                add  Chk-Amt (B) to WS-Loan
                       end-if
     end-perform.
*>
     move     zero to WS-Match.
     if       WS-Match-Slot not = zero and WS-Deferral + WS-Roth > zero
              compute  WS-Match rounded =
                       (WS-Deferral + WS-Roth)
                        * Ded-Sys-Match-Pcent (WS-Match-Slot) / 100
              if       Ded-Sys-Match-Limit (WS-Match-Slot) > zero
                 and   WS-Match > Ded-Sys-Match-Limit (WS-Match-Slot)
                       move     Ded-Sys-Match-Limit (WS-Match-Slot) to WS-Match
              end-if
     end-if.
*>
     if       WS-Deferral = zero and WS-Loan = zero and WS-Roth = zero
              go to ba010-Exit.             *> no plan activity - off the file
*>
     move     spaces to PY-RK-Feed-Record.
     move     WS-Deferral to Rkf-Deferral.
     move     WS-Match    to Rkf-Match.
     move     WS-Loan     to Rkf-Loan-Repay.
     move     WS-Roth     to Rkf-Roth-Deferral.
     write    PY-RK-Feed-Record.
     add      1           to WS-Cnt-Lines.
     add      WS-Deferral to WS-Tot-Deferral.
     add      WS-Match    to WS-Tot-Match.
     add      WS-Loan     to WS-Tot-Loan.
     add      WS-Roth     to WS-Tot-Roth.
*>
 ba010-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The recordkeeper feed goes on the outbound release log and is held there
*> until a Supervisor or Admin releases it in pyxmit - only the send
*> copy that makes is to go to the bank / agency.
*>
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "RKFEED"   to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-101   to Xreq-File-Name.
     move     PY-PR2-Check-Date to Xreq-Period.
     add      WS-Tot-Deferral WS-Tot-Roth WS-Tot-Match WS-Tot-Loan
              giving Xreq-Hash.
     call     "pyxreg" using PY-Xmt-Request WS-Calling-Data File-Defs.
     if       Xreq-Result not = zero
              display  PY447       at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    zz080-Wait.
     if       Xreq-Dup = "Y"
              display  PY446       at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Xreq-Dup-Of at line WS-23-Lines col 58 foreground-color 4
              go to    zz080-Wait.
     display  PY445    at line WS-23-Lines col 1 foreground-color 2 erase eol.
     display  Xreq-Seq at line WS-23-Lines col 62 foreground-color 2.
*>
 zz080-Wait.
     display  SY015    at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 zz080-Exit.  exit section.
