*>                      then the RT totals and RF final records.
*>
*>                      Wage sources (see wspyefw2.cob for the layout):
*>                      box 1 His-YTD-Income-Taxable + Tips, box 2 His-
*>                      YTD-FWT, boxes 3/4 His-YTD-Fica-Taxable/His-YTD-
*>                      FICA, boxes 5/6 His-YTD-Fica-Taxable + Tips/His-
*>                      YTD-MCare, box 7 His-YTD-Tips, box 12 TT/TP His-
*>                      YTD-Qual-OT-Prem/-Qual-Tips, box 12 D/AA His-
*>                      YTD-Deferral/-Roth, box 13 statutory employee
*>                      Emp-Worker-Class S, box 14 housing allowance
*>                      His-YTD-Housing-Allow, boxes 16/17 His-
*>                      YTD-Income-Taxable/His-YTD-SWT. Emp-Name is
*>                      held as "Last First M" so it is unstrung in
*>                      that order.
*>
*>                      On completion PY-PR4-W2-EFile-Done is set "Y"
*>                      with PY-PR4-W2-EFile-Year = PY-PR2-Year, the
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyxreg.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 3, PY895 - 896, PY445 - 447, PY468.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.02 Refuses to run until the W-2/941 balancing
*>                       the tax year are skipped, matching the
*>                       printed W-2 run - estate wages are 1099
*>                       territory, not an SSA RW record.
*> 15/10/26 vbc - 1.0.03 Box 12 TT/TP (qualified overtime premium and
*>                       qualified tips) with the tipped occupation
*>                       code on RW, totals on RT. RW wages (box 1)
*>                       and Medicare wages (box 5) now include
*>                       His-YTD-Tips, matching w2print.
*> 15/10/26 vbc - 1.0.04 Box 12 D (pre-tax 401(k)) and AA (Roth 401(k))
*>                       on RW from His-YTD-Deferral/-Roth, totals on
*>                       RT.
*> 15/10/26 vbc - 1.0.05 Box 12 W (Health Savings Account, employer and
*>                       employee) on RW from His-YTD-HSA-Emp/-Er,
*>                       total on RT.
*> 15/10/26 vbc - 1.0.06 Box 12 V (nonqualified stock option income)
*>                       on RW from His-YTD-NSO, total on RT.
*> 15/10/26 vbc - 1.0.07 Box 13 statutory employee indicator (Emp-
*>                       Worker-Class S) and box 14 minister's housing
*>                       allowance (His-YTD-Housing-Allow) on RW, the
*>                       allowance total on RT.
*> 15/10/26 vbc - 1.0.08 Refused for a training company (PY-PR9-
*>                       Training, built by pytrain) - nothing for
*>                       outside is produced from practice data.
*>                       New msg PY468.
*> 15/10/26 vbc - 1.0.09 The EFW2 file is registered on the outbound
*>                       release log (pyxreg) once closed - held until a
*>                       supervisor releases it in pyxmit, a rebuild of one
*>                       already released shown as a possible duplicate.
*>                       New msgs PY445 - 447.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyefw2  (1.0.09)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  WS-Tot-SS-Tax       pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-Mcare-Wages  pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-Mcare-Tax    pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-Qual-OT      pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-Qual-Tips    pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-Deferral     pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-Roth         pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-HSA          pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-NSO          pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-Housing      pic 9(13)v99 comp-3 value zero.
     03  WS-Box-Amt          pic 9(9)v99  comp-3 value zero.
     03  WS-Disp-Cnt         pic zzzz9.
*>
*> Emp-Name is "Last First M" - unstrung into the three EFW2 name
     03  WS-Name-Last        pic x(20)    value spaces.
     03  WS-Name-First       pic x(15)    value spaces.
     03  WS-Name-Middle      pic x(15)    value spaces.
*>
 copy "wspyxreq.cob".
*>
 01  Error-Messages.
*> System Wide
     03  PY895           pic x(37) value "PY895 Employee History File missing -".
     03  PY896           pic x(52) value "PY896 No employee had YTD wages - no EFW2 file made".
     03  PY897           pic x(62) value "PY897 Blocked - W-2/941 balancing proof (pyw2bal) has not run".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/history this run uses
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
     display  space at line WS-Lines col 1 with erase eol.
*>
*> The SSA/IRS match our 941s against the W-2 totals - the balancing
              go to    aa090-Close-All.
     perform  bd000-Write-RT-RF.
     close    PY-EFW2-File.
     perform  zz080-Log-Outbound.
*>
     move     "Y"         to PY-PR4-W2-EFile-Done.
     move     WS-Tax-Year to PY-PR4-W2-EFile-Year.
     move     Emp-Address-3  to Efw2-RW-City.
     move     Emp-State      to Efw2-RW-State.
     move     Emp-Zip        to Efw2-RW-Zip.
*> Boxes 1 and 5 carry the reported tips as well, as w2print prints
*> them - the taxable buckets hold none (see pyapply bl000).
     add      His-YTD-Income-Taxable His-YTD-Tips giving WS-Box-Amt.
     move     WS-Box-Amt             to Efw2-RW-Wages.
     add      WS-Box-Amt             to WS-Tot-Wages.
     move     His-YTD-FWT            to Efw2-RW-FWT.
     move     His-YTD-Fica-Taxable   to Efw2-RW-SS-Wages.
     move     His-YTD-FICA           to Efw2-RW-SS-Tax.
     add      His-YTD-Fica-Taxable His-YTD-Tips giving WS-Box-Amt.
     move     WS-Box-Amt             to Efw2-RW-Mcare-Wages.
     add      WS-Box-Amt             to WS-Tot-Mcare-Wages.
     move     His-YTD-MCare          to Efw2-RW-Mcare-Tax.
     move     His-YTD-Tips           to Efw2-RW-SS-Tips.
     move     His-YTD-Qual-OT-Prem   to Efw2-RW-Qual-OT-Prem.
     move     His-YTD-Qual-Tips      to Efw2-RW-Qual-Tips.
     if       His-YTD-Qual-Tips > zero
              move     Emp-Tip-Occ-Code to Efw2-RW-Tip-Occ-Code.
     move     His-YTD-Deferral       to Efw2-RW-401k-Deferral.
     move     His-YTD-Roth           to Efw2-RW-Roth-401k.
     add      His-YTD-HSA-Emp His-YTD-HSA-Er giving Efw2-RW-HSA.
     move     His-YTD-NSO            to Efw2-RW-NSO.
     if       Emp-Statutory
              move     "1" to Efw2-RW-Statutory-Emp
     else
              move     "0" to Efw2-RW-Statutory-Emp.
     move     His-YTD-Housing-Allow  to Efw2-RW-Housing-Allow.
     write    PY-EFW2-Record.
     add      1 to WS-RW-Count.
     add      His-YTD-FWT            to WS-Tot-FWT.
     add      His-YTD-Fica-Taxable   to WS-Tot-SS-Wages.
     add      His-YTD-FICA           to WS-Tot-SS-Tax.
     add      His-YTD-MCare          to WS-Tot-Mcare-Tax.
     add      His-YTD-Qual-OT-Prem   to WS-Tot-Qual-OT.
     add      His-YTD-Qual-Tips      to WS-Tot-Qual-Tips.
     add      His-YTD-Deferral       to WS-Tot-Deferral.
     add      His-YTD-Roth           to WS-Tot-Roth.
     add      His-YTD-HSA-Emp His-YTD-HSA-Er to WS-Tot-HSA.
     add      His-YTD-NSO            to WS-Tot-NSO.
     add      His-YTD-Housing-Allow  to WS-Tot-Housing.
*>
 bc010-Exit.  exit section.
*>
     move     WS-Tot-SS-Tax      to Efw2-RT-SS-Tax.
     move     WS-Tot-Mcare-Wages to Efw2-RT-Mcare-Wages.
     move     WS-Tot-Mcare-Tax   to Efw2-RT-Mcare-Tax.
     move     WS-Tot-Qual-OT     to Efw2-RT-Qual-OT-Prem.
     move     WS-Tot-Qual-Tips   to Efw2-RT-Qual-Tips.
     move     WS-Tot-Deferral    to Efw2-RT-401k-Deferral.
     move     WS-Tot-Roth        to Efw2-RT-Roth-401k.
     move     WS-Tot-HSA         to Efw2-RT-HSA.
     move     WS-Tot-NSO         to Efw2-RT-NSO.
     move     WS-Tot-Housing     to Efw2-RT-Housing-Allow.
     write    PY-EFW2-Record.
*>
     move     spaces to PY-EFW2-Record.
                   WS-Name-Middle.
*>
 bz000-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The EFW2 wage file goes on the outbound release log and is held
*> there until a Supervisor or Admin releases it in pyxmit - only the
*> send copy that makes is to go to the SSA.
*>
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "EFW2"     to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-69    to Xreq-File-Name.
     move     WS-Tax-Year to Xreq-Period (1:4).
     move     WS-Tot-Wages to Xreq-Hash.
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
*>
