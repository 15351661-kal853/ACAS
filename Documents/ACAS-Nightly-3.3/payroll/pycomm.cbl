       >>source free
*>****************************************************************
*>      Commission Plans, Credited Sales Import, Recoverable      *
*>         Draw Ledger & Commission Statement                     *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pycomm.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Sales staff are paid commission as Rate 4 pay -
*>                      until now worked out off line and keyed into
*>                      the batch. Functions off one menu:
*>
*>                      T - maintains PY-Comm-Plan-File (pycplan.dat),
*>                          the commission plans by plan year: quota,
*>                          guaranteed draw per pay period and up to
*>                          five marginal rate tiers, each running to a
*>                          percent of quota;
*>                      L - maintains PY-Comm-Ledger-File (pycldg.dat)
*>                          - puts a salesperson on a plan, with an
*>                          optional own draw and the recoverable draw
*>                          balance (keyed at set up or adjusted, e.g.
*>                          forgiven);
*>                      I - imports the credited sales CSV from the
*>                          sales system (pycsales.csv -
*>                          emp-no,sale-ccyymmdd,reference,amount - a
*>                          negative amount is a credit / chargeback)
*>                          into PY-Comm-Sales-File (pycsal.dat), one
*>                          record per reference so a sale can never
*>                          be taken twice, printing a register;
*>                      C - the period calculation: for every
*>                          salesperson not yet done for the keyed
*>                          period end the pending sales to that date
*>                          are added to the plan year's sales and the
*>                          commission earned is the tiered commission
*>                          on the new total less that on the old. The
*>                          draw is paid every period - a code 20
*>                          Commission Draw line - and commission over
*>                          the draw plus the balance brought forward
*>                          is paid as a code 4 Rate 4 line, both dated
*>                          the period end and flagged Hrs-Gen-Flag
*>                          "M". A shortfall is carried forward as the
*>                          recoverable balance. The batch is set back
*>                          to un-proofed as pyholgen does and the
*>                          statements printed;
*>                      S - reprints the commission statements for the
*>                          last period calculated - per salesperson
*>                          the sales credited, plan year sales against
*>                          quota, the rate tier reached, commission
*>                          earned, draw paid, commission paid and the
*>                          draw balance.
*>
*>                      Same prompt plan as pyfringe.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      NUMVAL.
*>                      TEST-DATE-YYYYMMDD.
*>                      TEST-NUMVAL.
*>                      UPPER-CASE.
*>    Files used :
*>                      pypr1.   Params.
*>                      pycplan. Commission Plans - I-O.
*>                      pycldg.  Commission Draw Ledger - I-O.
*>                      pycsal.  Commission Credited Sales - I-O.
*>                      pycsales. Credited Sales Import (CSV).
*>                      pyemp.   Employee Master.
*>                      pyhrs.   Pay Transactions - I-O (calculation).
*>                      prt-1.   Import Register & Statements.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY991 - 999.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*>
*>**
*>*************************************************************************
*> Copyright Notice.
*> ****************
*>
*> This notice supersedes all prior copyright notices & was updated 2024-04-16.
*>
*> These files and programs are part of the Applewood Computers Accounting
*> System and is Copyright (c) Vincent B Coen. 1976-2026 and later.
*>
*> This program is now free software; you can redistribute it and/or modify it
*> under the terms listed here and of the GNU General Public License as
*> published by the Free Software Foundation; version 3 and later as revised
*> for PERSONAL USAGE ONLY and that includes for use within a business but
*> EXCLUDES repackaging or for Resale, Rental or Hire in ANY way.
*>
*> Persons interested in repackaging, redevelopment for the purpose of resale or
*> distribution in a rental or hire mode must get in touch with the copyright
*> holder with your commercial plans and proposals to vbcoen@gmail.com.
*>
*> ACAS is distributed in the hope that it will be useful, but WITHOUT
*> ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*> FITNESS FOR A PARTICULAR PURPOSE.  See the GNU General Public License
*> for more details. If it breaks, you own both pieces but I will endeavour
*> to fix it, providing you tell me about the problem.
*>
*> You should have received a copy of the GNU General Public License along
*> with ACAS; see the file COPYING.  If not, write to the Free Software
*> Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307 USA.
*>
*>*************************************************************************
*>
 environment             division.
*>================================
*>
 copy "envdiv.cob".
 SPECIAL-NAMES.
       CRT STATUS is COB-CRT-STATUS.
 REPOSITORY.
       FUNCTION ALL INTRINSIC.
*>
 input-output            section.
 file-control.
 copy "selpyparam1.cob".
 copy "selpycpl.cob".
 copy "selpycld.cob".
 copy "selpycsl.cob".
 copy "selpycsi.cob".
 copy "selpyemp.cob".
 copy "selpyhrs.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpycpl.cob".
 copy "fdpycld.cob".
 copy "fdpycsl.cob".
 copy "fdpycsi.cob".
 copy "fdpyemp.cob".
 copy "fdpyhrs.cob".
*>
 fd  Print-File
     reports are Comm-Import-Register
                 Comm-Statement.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pycomm (1.0.00)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
 copy "print-spool-command.cob".     *> CHECK PRN file for content Landscape mode
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-PR1-Status       pic xx.
     03  PY-Cpl-Status       pic xx.
     03  PY-Cld-Status       pic xx.
     03  PY-Csl-Status       pic xx.
     03  PY-Csi-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Hrs-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
     03  WS-Page-Lines       binary-char unsigned value 56.
     03  WS-Quit             pic x        value "N".
        88  WS-All-Done               value "Y".
     03  A                   pic 9        value zero.
     03  WS-Line-No          pic 99       value zero.
*>
     03  WS-Function         pic x        value space.
     03  WS-Key-Emp          pic 9(7)     value zero.
     03  WS-Key-Plan         pic x(4)     value spaces.
     03  WS-Key-Year         pic 9(4)     value zero.
     03  WS-Amount           pic 9(7)v99  value zero.
     03  WS-Quota            pic 9(9)v99  value zero.
     03  WS-Upto             pic 9(3)v99  value zero.
     03  WS-Rate             pic 9(2)v999 value zero.
     03  WS-Disp-Amt         pic z(6)9.99.
     03  WS-Disp-Signed      pic -(7)9.99.
     03  WS-Disp-Pct         pic zz9.99.
     03  WS-Disp-Rate        pic z9.999.
     03  WS-Per-End          pic 9(8)     value zero.
     03  WS-Per-Year         pic 9(4)     value zero.
     03  WS-From-Calc        pic x        value "N".
     03  WS-Tiers-OK         pic x        value "Y".
*>
*> Tiered commission work - WS-Tier-Sales in, WS-Tier-Result and the
*> tier reached (WS-Tier-No) out.
*>
     03  WS-Tier-Sub         pic 9        value zero.
     03  WS-Tier-No          pic 9        value zero.
     03  WS-Tier-Sales       pic s9(9)v99  comp-3 value zero.
     03  WS-Tier-Lower       pic s9(9)v99  comp-3 value zero.
     03  WS-Tier-Upper       pic s9(9)v99  comp-3 value zero.
     03  WS-Tier-Work        pic s9(9)v9(4) comp-3 value zero.
     03  WS-Tier-Result      pic s9(9)v99  comp-3 value zero.
     03  WS-Comm-Before      pic s9(9)v99  comp-3 value zero.
*>
*> Period calculation
*>
     03  WS-Calc-Sales       pic s9(9)v99  comp-3 value zero.
     03  WS-Calc-Earned      pic s9(7)v99  comp-3 value zero.
     03  WS-Calc-Draw        pic 9(7)v99   comp-3 value zero.
     03  WS-Calc-Net         pic s9(9)v99  comp-3 value zero.
     03  WS-Post-Code        pic 99       value zero.
     03  WS-Post-Rate        pic 9        value zero.
     03  WS-Post-Amt         pic 9(7)v99  value zero.
     03  WS-Hdr-No-Recs      binary-short unsigned value zero.
     03  WS-Hrs-Batch-No     binary-short unsigned value zero.
     03  WS-Cnt-Calc         pic 9(5)     value zero.
     03  WS-Cnt-Done         pic 9(5)     value zero.
     03  WS-Cnt-No-Plan      pic 9(5)     value zero.
     03  WS-Cnt-Skipped      pic 9(5)     value zero.
     03  WS-Cnt-Added        pic 9(5)     value zero.
     03  WS-Tot-Draw         pic 9(7)v99  value zero.
     03  WS-Tot-Comm         pic 9(7)v99  value zero.
     03  WS-Disp-Cnt         pic zzzz9.
*>
*> Credited sales import
*>
     03  WS-Csi-Ptr          pic 999      value zero.
     03  WS-Csi-Emp          pic x(10)    value spaces.
     03  WS-Csi-Date         pic x(10)    value spaces.
     03  WS-Csi-Ref          pic x(20)    value spaces.
     03  WS-Csi-Amount       pic x(16)    value spaces.
     03  WS-Csi-Date-9       pic 9(8)     value zero.
     03  WS-Csi-Amt-9        pic s9(9)v99 value zero.
     03  WS-Lines-Read       pic 9(5)     value zero.
     03  WS-Cnt-Imported     pic 9(5)     value zero.
     03  WS-Cnt-Rejected     pic 9(5)     value zero.
     03  WS-Tot-Imported     pic s9(9)v99 value zero.
     03  WS-Rg-Emp-No        pic 9(7)     value zero.
     03  WS-Rg-Name          pic x(24)    value spaces.
     03  WS-Rg-Result        pic x(8)     value spaces.
     03  WS-Rg-Reason        pic x(26)    value spaces.
*>
*> Commission statement
*>
     03  WS-St-Emp-No        pic 9(7)     value zero.
     03  WS-St-Plan-Desc     pic x(30)    value spaces.
     03  WS-St-Quota         pic 9(9)v99  value zero.
     03  WS-St-Attain        pic 9(5)v99  value zero.
     03  WS-St-Tier-Rate     pic 9(2)v999 value zero.
     03  WS-St-Cnt-Emps      pic 9(5)     value zero.
     03  WS-St-Tot-Draw      pic 9(7)v99  value zero.
     03  WS-St-Tot-Comm      pic 9(7)v99  value zero.
     03  WS-St-Tot-Balance   pic 9(7)v99  value zero.
*>
 01  Error-Messages.
*> System Wide
     03  SY001           pic x(46) value "SY001 Aborting run - Note error and hit Return".
     03  SY010           pic x(46) value "SY010 Terminal program not set to length => 28".
     03  SY013           pic x(47) value "SY013 Terminal program not set to Columns => 80".
     03  SY015           pic x(56) value "SY015 Note message and Hit return to continue processing".
     03  SY016           pic x(46) value "SY016 Company Code, Enter to accept default -".
*>
*> Module General
*>
     03  PY001           pic x(45) value "PY001 Payroll Parameter file does not exist -".
     03  PY002           pic x(32) value "PY002 Read PARAM record Error = ".
*>
*> Program specific
*>
     03  PY991           pic x(53) value "PY991 No commission plan on file for that plan / year".
     03  PY992           pic x(58) value "PY992 Commission plan already on file for that plan / year".
     03  PY993           pic x(26) value "PY993 Employee not on file".
     03  PY994           pic x(52) value "PY994 No commission ledger on file for that employee".
     03  PY995           pic x(50) value "PY995 Pay batch not found - start the period batch".
     03  PY996           pic x(43) value "PY996 Credited sales file not found, status".
     03  PY997           pic x(57) value "PY997 Commission ledger already on file for that employee".
     03  PY998           pic x(50) value "PY998 Tier limits must rise - 0 marks the top tier".
     03  PY999           pic x(31) value "PY999 Plan id must not be blank".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees this run uses
*>
 01  COB-CRT-Status      pic 9(4)         value zero.
     copy "screenio.cpy".
*>
 copy "wstime.cob".
*>
 linkage section.
*>***************
*>
>>LISTING OFF   *> Just in case one day it works !!!
 copy "wscall.cob".
 copy "wssystem.cob"   replacing System-Record by WS-System-Record.
 copy "wsnames.cob".
>>LISTING ON
*>
 01  To-Day              pic x(10).
*>
 Report section.
*>**************
*>
 RD  Comm-Import-Register
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Csi-Head  Type Page Heading.
*>
*> Print layouts to 132 cols Landscape
*>
     03  line  1.
         05  col  50     pic x(40)   source UserA.
         05  col 110     pic x(10)   source U-Date.
         05  col 122     pic x(8)    source WSD-Time.
     03  line  2.
         05  col   1     pic x(17)   source Prog-Name.
         05  col  51     pic x(19)   value "ACAS Payroll System".
         05  col 124     pic x(5)    value "Page ".
         05  col 129     pic zz9     source Page-Counter in Comm-Import-Register.
     03  Line  3.
         05  col  38     pic x(43)   value "Commission Credited Sales Import - Register".
     03  line  5.
         05  col   1                 value "Line  Emp No  -- Employee Name -----  Sale Date  Reference               Amount Result   Reason".
*>
 01  Csi-Line-Detail type is detail.
     03  line + 1.
         05  col   1     pic zzzz9         source WS-Lines-Read.
         05  col   7     pic z(6)9         source WS-Rg-Emp-No.
         05  col  15     pic x(24)         source WS-Rg-Name.
         05  col  40     pic x(10)         source WS-Csi-Date.
         05  col  51     pic x(12)         source WS-Csi-Ref.
         05  col  64     pic -(9)9.99      source WS-Csi-Amt-9.
         05  col  78     pic x(8)          source WS-Rg-Result.
         05  col  87     pic x(26)         source WS-Rg-Reason.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(24)     value "Lines read             :".
         05  col 26          pic zzzz9     source WS-Lines-Read.
     03  line + 1.
         05  col  1          pic x(24)     value "Sales imported         :".
         05  col 26          pic zzzz9     source WS-Cnt-Imported.
         05  col 33          pic -(9)9.99  source WS-Tot-Imported.
     03  line + 1.
         05  col  1          pic x(24)     value "REJECTED               :".
         05  col 26          pic zzzz9     source WS-Cnt-Rejected.
*>
 RD  Comm-Statement
     control      Final WS-St-Emp-No
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Cst-Head  Type Page Heading.
     03  line  1.
         05  col  50     pic x(40)   source UserA.
         05  col 110     pic x(10)   source U-Date.
         05  col 122     pic x(8)    source WSD-Time.
     03  line  2.
         05  col   1     pic x(17)   source Prog-Name.
         05  col  51     pic x(19)   value "ACAS Payroll System".
         05  col 124     pic x(5)    value "Page ".
         05  col 129     pic zz9     source Page-Counter in Comm-Statement.
     03  Line  3.
         05  col  38     pic x(20)   value "Commission Statement".
     03  Line  4.
         05  col  38     pic x(12)   value "Period end :".
         05  col  51     pic 9999/99/99 source WS-Per-End.
*>
 01  Report-Cst-Emp-Head  Type Control Heading WS-St-Emp-No.
     03  line  6.
         05  col   1                 value "Salesperson :".
         05  col  15     pic 9(7)          source WS-St-Emp-No.
         05  col  25     pic x(32)         source Emp-Name.
     03  line  7.
         05  col   1                 value "Plan        :".
         05  col  15     pic x(4)          source Cld-Plan-Id.
         05  col  20     pic 9(4)          source Cld-Year.
         05  col  25     pic x(30)         source WS-St-Plan-Desc.
     03  line  8.
         05  col   1                 value "Sale Date  Reference            Amount".
*>
 01  Cst-Sale-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9999/99/99    source Csl-Sale-Date.
         05  col  12     pic x(12)         source Csl-Ref.
         05  col  25     pic -(9)9.99      source Csl-Amount.
*>
 01  Cst-Summary-Detail type is detail.
     03  line + 2.
         05  col   1     pic x(30)         value "Sales credited this period  :".
         05  col  32     pic -(9)9.99      source Cld-Per-Sales.
     03  line + 1.
         05  col   1     pic x(30)         value "Plan year sales to date     :".
         05  col  32     pic -(9)9.99      source Cld-YTD-Sales.
         05  col  50     pic x(8)          value "Quota :".
         05  col  58     pic z(9)9.99      source WS-St-Quota.
         05  col  74     pic x(13)         value "Attainment :".
         05  col  87     pic zzzz9.99      source WS-St-Attain.
         05  col  95     pic x             value "%".
     03  line + 1.
         05  col   1     pic x(30)         value "Rate tier reached           :".
         05  col  32     pic 9             source Cld-Per-Tier.
         05  col  35     pic x(3)          value "at".
         05  col  38     pic z9.999        source WS-St-Tier-Rate.
         05  col  44     pic x             value "%".
     03  line + 2.
         05  col   1     pic x(30)         value "Commission earned - period  :".
         05  col  32     pic -(9)9.99      source Cld-Per-Earned.
         05  col  50     pic x(20)         value "- plan year to date:".
         05  col  71     pic -(9)9.99      source Cld-YTD-Earned.
     03  line + 1.
         05  col   1     pic x(30)         value "Draw balance brought forward:".
         05  col  32     pic z(10)9.99     source Cld-Per-Bal-BF.
     03  line + 1.
         05  col   1     pic x(30)         value "Draw paid this period       :".
         05  col  32     pic z(10)9.99     source Cld-Per-Draw.
         05  col  50     pic x(20)         value "- plan year to date:".
         05  col  71     pic z(10)9.99     source Cld-YTD-Draw.
     03  line + 1.
         05  col   1     pic x(30)         value "Commission paid over draw   :".
         05  col  32     pic z(10)9.99     source Cld-Per-Comm.
         05  col  50     pic x(20)         value "- plan year to date:".
         05  col  71     pic z(10)9.99     source Cld-YTD-Comm.
     03  line + 1.
         05  col   1     pic x(30)         value "Draw balance carried forward:".
         05  col  32     pic z(10)9.99     source Cld-Balance.
*>
 01  type control Footing WS-St-Emp-No next group next page.
     03  line + 2.
         05  col   1     pic x(84)         value "The draw is an advance against commission. Commission earned first recovers any draw".
     03  line + 1.
         05  col   1     pic x(86)         value "balance brought forward and the period's draw - only the excess is paid as commission.".
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(24)     value "Salespeople            :".
         05  col 26          pic zzzz9     source WS-St-Cnt-Emps.
     03  line + 1.
         05  col  1          pic x(24)     value "Draw paid              :".
         05  col 26          pic z(6)9.99  source WS-St-Tot-Draw.
     03  line + 1.
         05  col  1          pic x(24)     value "Commission paid        :".
         05  col 26          pic z(6)9.99  source WS-St-Tot-Comm.
     03  line + 1.
         05  col  1          pic x(24)     value "Draw balances carried  :".
         05  col 26          pic z(6)9.99  source WS-St-Tot-Balance.
*>
 procedure division using WS-Calling-Data  *> ACAS
                          WS-System-Record *> ACAS
                          To-Day           *> ACAS
                          File-Defs.       *> ACAS
*>
 aa000-Main                  section.
*>**********************************
*> Force Esc, PgUp, PgDown, PrtSC to be detected
     set      ENVIRONMENT "COB_SCREEN_EXCEPTIONS" to "Y".
     set      ENVIRONMENT "COB_SCREEN_ESC" to "Y".
     move     CURRENT-DATE to WSE-Date-block.
     move     WSE-HH  to  WSD-HH.
     move     WSE-MM  to  WSD-MM.
     move     WSE-SS  to  WSD-SS.  *> WSD-Time
     move     Print-Spool-Name to PSN.  *> set ACAS prt spool for o/p
     move     To-Day to U-Date.
*>
*> Terminal-Sizing.
*>
     perform  forever
              accept   WS-Env-Lines   from lines
              if       WS-Env-Lines < 28
                       display  SY010    at 0101 with erase eos
                       accept   WS-Reply at 0133
                       goback   returning 8
              end-if
              accept   WS-Env-Columns from Columns
              if       WS-Env-Columns < 80
                       display  SY013    at 0101 with erase eos
                       accept   WS-Reply at 0130
                       goback   returning 8
              end-if
              exit perform
     end-perform.
*>
     subtract 2 from WS-Env-Lines giving WS-22-Lines.
     subtract 1 from WS-Env-Lines giving WS-23-Lines.
     move     WS-Env-Lines to WS-Lines.
*>
 aa010-Open-PY-Files.
*>
     open     input PY-Param1-File.
     if       PY-PR1-Status not = "00"
              perform  ZZ040-Evaluate-Message
              display  PY001         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-PR1-Status at line WS-23-Lines col 47
              display  WS-Eval-Msg   at line WS-23-Lines col 50
              display  SY001         at line WS-Lines    col 1 foreground-color 2
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Param1-File
              goback   returning 1
     end-if.
*>
     display  prog-name  at 0101 with erase eos.
     display  "Commission Plans & Draw Ledger" at 0125 with foreground-color 2.
     display  SY016      at line WS-Lines col 1.
     accept   WS-Co-Code  at line WS-Lines col 47 foreground-color 3 UPDATE.
     move     WS-Co-Code to PY-PR1-Co-Code.
     read     PY-Param1-File key PY-PR1-Co-Code
     if       PY-PR1-Status not = "00"
              perform  ZZ040-Evaluate-Message
              display  PY002         at line WS-23-Lines col 1 with erase eos
              display  PY-PR1-Status at line WS-23-Lines col 33
              display  WS-Eval-Msg   at line WS-23-Lines col 36
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Param1-File
              goback   returning 6
     end-if.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
*>
     open     i-o PY-Comm-Plan-File.
     if       PY-Cpl-Status = "35"        *> first ever use
              open     output PY-Comm-Plan-File
              close    PY-Comm-Plan-File
              open     i-o PY-Comm-Plan-File
     end-if.
     open     i-o PY-Comm-Ledger-File.
     if       PY-Cld-Status = "35"        *> first ever use
              open     output PY-Comm-Ledger-File
              close    PY-Comm-Ledger-File
              open     i-o PY-Comm-Ledger-File
     end-if.
     open     i-o PY-Comm-Sales-File.
     if       PY-Csl-Status = "35"        *> first ever use
              open     output PY-Comm-Sales-File
              close    PY-Comm-Sales-File
              open     i-o PY-Comm-Sales-File
     end-if.
     open     input PY-Employee-File.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Comm-Plan-File
              PY-Comm-Ledger-File
              PY-Comm-Sales-File
              PY-Employee-File.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ZZ040-Evaluate-Message      Section.
*>**********************************
*>
     copy "FileStat-Msgs-2.cpy" replacing MSG  by WS-Eval-Msg
                                        STATUS by PY-PR1-Status.
*>
 ZZ040-Eval-Msg-Exit.
     exit     section.
*>
 ab010-Main-Menu             section.
*>**********************************
*>
     display  "Commission Plans & Draw Ledger"           at line 1 col 1 with erase eos.
     display  "T = Plan table, L = Salesperson ledger, I = Import credited sales,"
                                                         at line 3 col 1.
     display  "C = Calculate period, S = Statements, Q = Quit [ ]"
                                                         at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 49 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "T"
                       perform  ba000-Plan-Maint
              when "L"
                       perform  ca000-Ledger-Maint
              when "I"
                       perform  da000-Import-Sales
              when "C"
                       perform  ea000-Calc-Period
              when "S"
                       move     "N" to WS-From-Calc
                       perform  fa000-Statements
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Plan-Maint            section.
*>**********************************
*>
     display  "Commission Plan Maintenance"              at line 1 col 1 with erase eos.
     display  "A = Add, C = Change, D = Delete, I = Inquire, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 57 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     if       WS-Function not = "A" and not = "C" and not = "D" and not = "I"
              go to    ba000-Exit.
*>
     display  "Plan id            [    ]"  at line 5 col 1.
     move     spaces to WS-Key-Plan.
     accept   WS-Key-Plan at line 5 col 21 with UPPER UPDATE.
     if       WS-Key-Plan = spaces
              display  PY999 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
     display  "Plan year (ccyy)   [    ]"  at line 6 col 1.
     move     WSE-Year to WS-Key-Year.
     accept   WS-Key-Year at line 6 col 21 with UPDATE.
*>
     move     WS-Key-Plan to Cpl-Plan-Id.
     move     WS-Key-Year to Cpl-Year.
     read     PY-Comm-Plan-File key Cpl-Key
              invalid key
                       if       WS-Function not = "A"
                                display  PY991 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ba000-Exit
                       end-if
              not invalid key
                       if       WS-Function = "A"
                                display  PY992 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ba000-Exit
                       end-if
     end-read.
*>
     if       WS-Function = "A"
              initialize PY-Comm-Plan-Record
              move     WS-Key-Plan to Cpl-Plan-Id
              move     WS-Key-Year to Cpl-Year.
*>
     if       WS-Function = "I"
              perform  ba030-Show-Plan
              display  SY015 at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
     if       WS-Function = "D"
              perform  ba030-Show-Plan
              display  "Delete this plan (Y/N) [ ]" at line 20 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 20 col 25 with UPPER
              if       WS-Reply = "Y"
                       delete   PY-Comm-Plan-File record
              end-if
              go to    ba000-Exit.
*>
*> Add / Change
*>
     display  "Description                   [                              ]" at line  8 col 1.
     accept   Cpl-Desc at line  8 col 32 with UPDATE.
     move     Cpl-Quota to WS-Quota.
     display  "Plan year sales quota         [            ]" at line  9 col 1.
     accept   WS-Quota at line  9 col 32 with UPDATE.
     move     WS-Quota to Cpl-Quota.
     move     Cpl-Draw to WS-Amount.
     display  "Guaranteed draw per period    [          ]"   at line 10 col 1.
     accept   WS-Amount at line 10 col 32 with UPDATE.
     move     WS-Amount to Cpl-Draw.
     display  "Tier  Up to % of quota (0 = top tier)   Rate % of sales"
                                                           at line 12 col 1.
     perform  varying WS-Tier-Sub from 1 by 1 until WS-Tier-Sub > 5
              compute  WS-Line-No = 12 + WS-Tier-Sub
              display  WS-Tier-Sub   at line WS-Line-No col 3
              move     Cpl-Tier-Upto (WS-Tier-Sub) to WS-Upto
              move     Cpl-Tier-Rate (WS-Tier-Sub) to WS-Rate
              if       WS-Tier-Sub < 5
                       display  "[      ]"    at line WS-Line-No col 7
                       accept   WS-Upto       at line WS-Line-No col 8 with UPDATE
              else
                       move     zero to WS-Upto
                       display  "open"        at line WS-Line-No col 8
              end-if
              display  "[      ]"    at line WS-Line-No col 41
              accept   WS-Rate       at line WS-Line-No col 42 with UPDATE
              move     WS-Upto to Cpl-Tier-Upto (WS-Tier-Sub)
              move     WS-Rate to Cpl-Tier-Rate (WS-Tier-Sub)
     end-perform.
     perform  ba020-Check-Tiers.
     if       WS-Tiers-OK not = "Y"
              display  PY998 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
     display  "Write this plan (Y/N) [ ]" at line 20 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 20 col 24 with UPPER.
     if       WS-Reply not = "Y"
              go to    ba000-Exit.
     move     WS-CD-Args (1:8) to Cpl-Operator.
     if       WS-Function = "A"
              write    PY-Comm-Plan-Record
                       invalid key
                                rewrite PY-Comm-Plan-Record
              end-write
     else
              rewrite  PY-Comm-Plan-Record.
     go       to ba000-Plan-Maint.
*>
 ba000-Exit.  exit section.
*>
 ba020-Check-Tiers           section.
*>**********************************
*>
*> Each tier's limit must be above the one before up to the top tier
*> (limit zero) - the tiers after that are cleared as unused.
*>
     move     "Y" to WS-Tiers-OK.
     perform  varying WS-Tier-Sub from 2 by 1 until WS-Tier-Sub > 5
              if       Cpl-Tier-Upto (WS-Tier-Sub - 1) = zero
                       move     zero to Cpl-Tier-Upto (WS-Tier-Sub)
                                        Cpl-Tier-Rate (WS-Tier-Sub)
              else
               if      Cpl-Tier-Upto (WS-Tier-Sub) not = zero
                 and   Cpl-Tier-Upto (WS-Tier-Sub) not > Cpl-Tier-Upto (WS-Tier-Sub - 1)
                       move     "N" to WS-Tiers-OK
               end-if
              end-if
     end-perform.
*>
 ba020-Exit.  exit section.
*>
 ba030-Show-Plan             section.
*>**********************************
*>
     display  "Description       : " at line  8 col 1.
     display  Cpl-Desc               at line  8 col 21.
     move     Cpl-Quota to WS-Quota.
     display  "Sales quota       : " at line  9 col 1.
     display  WS-Quota               at line  9 col 21.
     move     Cpl-Draw to WS-Disp-Amt.
     display  "Draw per period   : " at line 10 col 1.
     display  WS-Disp-Amt            at line 10 col 21.
     display  "Tier  Up to % of quota (0 = top tier)   Rate % of sales"
                                                           at line 12 col 1.
     perform  varying WS-Tier-Sub from 1 by 1 until WS-Tier-Sub > 5
              compute  WS-Line-No = 12 + WS-Tier-Sub
              move     Cpl-Tier-Upto (WS-Tier-Sub) to WS-Disp-Pct
              move     Cpl-Tier-Rate (WS-Tier-Sub) to WS-Disp-Rate
              display  WS-Tier-Sub   at line WS-Line-No col 3
              display  WS-Disp-Pct   at line WS-Line-No col 8
              display  WS-Disp-Rate  at line WS-Line-No col 42
     end-perform.
*>
 ba030-Exit.  exit section.
*>
 ca000-Ledger-Maint          section.
*>**********************************
*>
     display  "Salesperson Ledger Maintenance"           at line 1 col 1 with erase eos.
     display  "A = Add, C = Change, D = Delete, I = Inquire, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 57 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     if       WS-Function not = "A" and not = "C" and not = "D" and not = "I"
              go to    ca000-Exit.
*>
     display  "Employee number    [       ]" at line 5 col 1.
     move     zero to WS-Key-Emp.
     accept   WS-Key-Emp at line 5 col 21 with UPDATE.
     move     WS-Key-Emp to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       display  PY993 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       go to    ca000-Exit
     end-read.
     display  Emp-Name               at line 5 col 31.
*>
     move     WS-Key-Emp to Cld-Emp-No.
     read     PY-Comm-Ledger-File key Cld-Emp-No
              invalid key
                       if       WS-Function not = "A"
                                display  PY994 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ca000-Exit
                       end-if
              not invalid key
                       if       WS-Function = "A"
                                display  PY997 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ca000-Exit
                       end-if
     end-read.
*>
     if       WS-Function = "A"
              initialize PY-Comm-Ledger-Record
              move     WS-Key-Emp to Cld-Emp-No
              move     WSE-Year   to Cld-Year.
*>
     if       WS-Function = "I"
              perform  ca030-Show-Ledger
              display  SY015 at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ca000-Exit.
*>
     if       WS-Function = "D"
              perform  ca030-Show-Ledger
              display  "Delete this ledger (Y/N) [ ]" at line 20 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 20 col 27 with UPPER
              if       WS-Reply = "Y"
                       delete   PY-Comm-Ledger-File record
              end-if
              go to    ca000-Exit.
*>
*> Add / Change - the plan must be on file for the ledger's plan year.
*>
     display  "Commission plan id            [    ]"       at line  8 col 1.
     accept   Cld-Plan-Id at line  8 col 32 with UPPER UPDATE.
     move     Cld-Plan-Id to Cpl-Plan-Id.
     move     Cld-Year    to Cpl-Year.
     read     PY-Comm-Plan-File key Cpl-Key
              invalid key
                       display  PY991 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       go to    ca000-Exit
     end-read.
     display  Cpl-Desc                                   at line  8 col 40.
     move     Cld-Draw to WS-Amount.
     display  "Own draw per period (0 = plan)[          ]" at line  9 col 1.
     accept   WS-Amount at line  9 col 32 with UPDATE.
     move     WS-Amount to Cld-Draw.
     move     Cld-Balance to WS-Amount.
     display  "Recoverable draw balance      [          ]" at line 10 col 1.
     accept   WS-Amount at line 10 col 32 with UPDATE.
     move     WS-Amount to Cld-Balance.
*>
     display  "Write this ledger (Y/N) [ ]" at line 20 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 20 col 26 with UPPER.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
     move     WS-CD-Args (1:8) to Cld-Operator.
     if       WS-Function = "A"
              write    PY-Comm-Ledger-Record
                       invalid key
                                rewrite PY-Comm-Ledger-Record
              end-write
     else
              rewrite  PY-Comm-Ledger-Record.
     go       to ca000-Ledger-Maint.
*>
 ca000-Exit.  exit section.
*>
 ca030-Show-Ledger           section.
*>**********************************
*>
     display  "Plan / year       : " at line  8 col 1.
     display  Cld-Plan-Id            at line  8 col 21.
     display  Cld-Year               at line  8 col 26.
     move     Cld-Draw to WS-Disp-Amt.
     display  "Own draw          : " at line  9 col 1.
     display  WS-Disp-Amt            at line  9 col 21.
     move     Cld-Balance to WS-Disp-Amt.
     display  "Draw balance      : " at line 10 col 1.
     display  WS-Disp-Amt            at line 10 col 21.
     move     Cld-YTD-Sales to WS-Disp-Signed.
     display  "Year sales        : " at line 12 col 1.
     display  WS-Disp-Signed         at line 12 col 21.
     move     Cld-YTD-Earned to WS-Disp-Signed.
     display  "Year earned       : " at line 13 col 1.
     display  WS-Disp-Signed         at line 13 col 21.
     move     Cld-YTD-Draw to WS-Disp-Amt.
     display  "Year draw paid    : " at line 14 col 1.
     display  WS-Disp-Amt            at line 14 col 21.
     move     Cld-YTD-Comm to WS-Disp-Amt.
     display  "Year commission   : " at line 15 col 1.
     display  WS-Disp-Amt            at line 15 col 21.
     display  "Last period / tier: " at line 17 col 1.
     display  Cld-Last-Per-End       at line 17 col 21.
     display  Cld-Per-Tier           at line 17 col 31.
*>
 ca030-Exit.  exit section.
*>
 da000-Import-Sales          section.
*>**********************************
*>
*> Credited sales CSV in, one register line per CSV line.
*>
     display  "Import Credited Sales"                    at line 1 col 1 with erase eos.
     display  "Import the credited sales file now (Y/N) [ ]"
                                                         at line 3 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 3 col 43 with UPPER.
     if       WS-Reply not = "Y"
              go to    da000-Exit.
*>
     open     input PY-Comm-Sales-Import.
     if       PY-Csi-Status not = "00"
              display  PY996         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-Csi-Status at line WS-23-Lines col 45
              display  SY015         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 58
              go to    da000-Exit.
*>
     move     zero to WS-Lines-Read WS-Cnt-Imported WS-Cnt-Rejected WS-Tot-Imported.
     open     output Print-File.
     initiate Comm-Import-Register.
*>
     perform  forever
              read     PY-Comm-Sales-Import at end
                       exit perform
              end-read
              if       PY-Comm-Sales-Import-Record = spaces
                       exit perform cycle
              end-if
              add      1 to WS-Lines-Read
              move     zero   to WS-Rg-Emp-No WS-Csi-Amt-9
              move     spaces to WS-Rg-Name WS-Rg-Result WS-Rg-Reason
              perform  da010-Parse-Line
              if       WS-Rg-Result = "HEADING"          *> column heading line
                       subtract 1 from WS-Lines-Read
                       exit perform cycle
              end-if
              if       WS-Rg-Reason = spaces
                       perform  da020-Write-Sale
              end-if
              if       WS-Rg-Reason not = spaces
                       move     "REJECTED" to WS-Rg-Result
                       add      1 to WS-Cnt-Rejected
              end-if
              generate Csi-Line-Detail
     end-perform.
*>
     terminate Comm-Import-Register.
     if       Page-Counter in Comm-Import-Register > zero    *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
     else
              close    Print-File.
     close    PY-Comm-Sales-Import.
*>
     move     WS-Lines-Read to WS-Disp-Cnt.
     display  "Lines read       : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt           at line  8 col 24.
     move     WS-Cnt-Imported to WS-Disp-Cnt.
     display  "Sales imported   : " at line  9 col 5.
     display  WS-Disp-Cnt           at line  9 col 24.
     move     WS-Cnt-Rejected to WS-Disp-Cnt.
     display  "Rejected         : " at line 10 col 5.
     display  WS-Disp-Cnt           at line 10 col 24.
     display  SY015                 at line WS-Lines col 1.
     accept   WS-Reply              at line WS-Lines col 58.
*>
 da000-Exit.  exit section.
*>
 da010-Parse-Line            section.
*>**********************************
*>
*> emp-no,sale-ccyymmdd,reference,amount - anything that does not
*> parse comes back with the reject reason set. The employee must be
*> on a commission plan.
*>
     move     spaces to WS-Csi-Emp WS-Csi-Date WS-Csi-Ref WS-Csi-Amount.
     move     zero   to WS-Csi-Date-9.
     move     1 to WS-Csi-Ptr.
     unstring PY-Comm-Sales-Import-Record delimited by ","
                                    into WS-Csi-Emp
                                         WS-Csi-Date
                                         WS-Csi-Ref
                                         WS-Csi-Amount
                               pointer WS-Csi-Ptr
     end-unstring.
     if       WS-Csi-Emp = spaces
        or    TEST-NUMVAL (WS-Csi-Emp) not = zero
              if       UPPER-CASE (WS-Csi-Emp (1:3)) = "EMP"
                       move     "HEADING" to WS-Rg-Result
              else
                       move     "BAD EMPLOYEE NUMBER" to WS-Rg-Reason
              end-if
              go to    da010-Exit.
     move     NUMVAL (WS-Csi-Emp) to WS-Rg-Emp-No.
     move     WS-Rg-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     "EMPLOYEE NOT ON FILE" to WS-Rg-Reason
                       go to    da010-Exit
     end-read.
     move     Emp-Name to WS-Rg-Name.
     move     WS-Rg-Emp-No to Cld-Emp-No.
     read     PY-Comm-Ledger-File key Cld-Emp-No
              invalid key
                       move     "NOT ON A COMMISSION PLAN" to WS-Rg-Reason
                       go to    da010-Exit
     end-read.
*>
     if       WS-Csi-Date = spaces
        or    TEST-NUMVAL (WS-Csi-Date) not = zero
              move     "BAD SALE DATE" to WS-Rg-Reason
              go to    da010-Exit.
     move     NUMVAL (WS-Csi-Date) to WS-Csi-Date-9.
     if       TEST-DATE-YYYYMMDD (WS-Csi-Date-9) not = zero
              move     "BAD SALE DATE" to WS-Rg-Reason
              go to    da010-Exit.
*>
     move     UPPER-CASE (WS-Csi-Ref) to WS-Csi-Ref.
     if       WS-Csi-Ref = spaces
              move     "NO REFERENCE" to WS-Rg-Reason
              go to    da010-Exit.
     if       WS-Csi-Ref (13:8) not = spaces
              move     "REFERENCE OVER 12 CHARS" to WS-Rg-Reason
              go to    da010-Exit.
*>
*> A credit or chargeback comes in negative.
*>
     if       WS-Csi-Amount = spaces
         or   TEST-NUMVAL (WS-Csi-Amount) not = zero
              move     "BAD AMOUNT" to WS-Rg-Reason
              go to    da010-Exit.
     if       NUMVAL (WS-Csi-Amount) = zero
         or   NUMVAL (WS-Csi-Amount) > 999999999.99
         or   NUMVAL (WS-Csi-Amount) < -999999999.99
              move     "BAD AMOUNT" to WS-Rg-Reason
              go to    da010-Exit.
     move     NUMVAL (WS-Csi-Amount) to WS-Csi-Amt-9.
*>
 da010-Exit.  exit section.
*>
 da020-Write-Sale            section.
*>**********************************
*>
*> The reference keys the sale - one already on file for the
*> salesperson was imported before.
*>
     initialize PY-Comm-Sales-Record.
     move     WS-Rg-Emp-No     to Csl-Emp-No.
     move     WS-Csi-Ref (1:12) to Csl-Ref.
     move     WS-Csi-Date-9    to Csl-Sale-Date.
     move     WS-Csi-Amt-9     to Csl-Amount.
     move     space            to Csl-Status.
     move     WSE-Date-9       to Csl-Import-Date.
     write    PY-Comm-Sales-Record
              invalid key
                       move     "ALREADY IMPORTED" to WS-Rg-Reason
                       go to    da020-Exit
     end-write.
     move     "IMPORTED"       to WS-Rg-Result.
     add      1                to WS-Cnt-Imported.
     add      WS-Csi-Amt-9     to WS-Tot-Imported.
*>
 da020-Exit.  exit section.
*>
 ea000-Calc-Period           section.
*>**********************************
*>
*> The period calculation - every salesperson not yet calculated for
*> the period end gets the draw and any commission over it as pay
*> batch lines, then the statements print.
*>
     display  "Calculate Commission & Draw For A Period" at line 1 col 1 with erase eos.
     display  "Period end date (ccyymmdd)  [        ]"   at line 3 col 1.
     move     WSE-Date-9 to WS-Per-End.
     accept   WS-Per-End at line 3 col 30 with UPDATE.
     display  "Calculate and post every salesperson to that date (Y/N) [ ]"
                                                         at line 5 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 5 col 58 with UPPER.
     if       WS-Reply not = "Y"
              go to    ea000-Exit.
     divide   WS-Per-End by 10000 giving WS-Per-Year.
*>
     open     i-o PY-Pay-Transactions-File.
     if       PY-Hrs-Status not = "00"
              display  PY995    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ea000-Exit.
*>
*> The batch header must exist - commission lines join the batch being
*> built for the period.
*>
     move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       display  PY995    at line WS-23-Lines col 1 foreground-color 4 erase eos
                       display  SY015    at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines    col 58
                       close    PY-Pay-Transactions-File
                       go to    ea000-Exit
     end-read.
     move     Hrs-No-Recs  to WS-Hdr-No-Recs.
     move     Hrs-Batch-No to WS-Hrs-Batch-No.
*>
     move     zero to WS-Cnt-Calc WS-Cnt-Done WS-Cnt-No-Plan WS-Cnt-Skipped
                      WS-Cnt-Added WS-Tot-Draw WS-Tot-Comm.
     move     zero to Cld-Emp-No.
     start    PY-Comm-Ledger-File key not < Cld-Emp-No
              invalid key
                       go to ea090-Done
     end-start.
     perform  forever
              read     PY-Comm-Ledger-File next record at end
                       exit perform
              end-read
              if       PY-Cld-Status not = "00"
                       exit perform
              end-if
              perform  ea010-Calc-One
     end-perform.
*>
 ea090-Done.
*>
*> The batch grew - force a fresh proof before it can apply.
*>
     if       WS-Cnt-Calc not = zero
              move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                continue
                       not invalid key
                                move     WS-Hdr-No-Recs to Hrs-No-Recs
                                move     "N"            to Hrs-Proofed
                                rewrite  PY-Pay-Header-Record
              end-read
     end-if.
     close    PY-Pay-Transactions-File.
*>
     move     WS-Cnt-Calc to WS-Disp-Cnt.
     display  "Salespeople calculated : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt                 at line  8 col 30.
     move     WS-Cnt-Done to WS-Disp-Cnt.
     display  "Already calculated     : " at line  9 col 5.
     display  WS-Disp-Cnt                 at line  9 col 30.
     move     WS-Cnt-No-Plan to WS-Disp-Cnt.
     display  "No plan for the year   : " at line 10 col 5.
     display  WS-Disp-Cnt                 at line 10 col 30.
     move     WS-Cnt-Skipped to WS-Disp-Cnt.
     display  "Skipped (employee)     : " at line 11 col 5.
     display  WS-Disp-Cnt                 at line 11 col 30.
     move     WS-Tot-Draw to WS-Disp-Amt.
     display  "Draw posted      (20)  : " at line 12 col 5.
     display  WS-Disp-Amt                 at line 12 col 30.
     move     WS-Tot-Comm to WS-Disp-Amt.
     display  "Commission posted (4)  : " at line 13 col 5.
     display  WS-Disp-Amt                 at line 13 col 30.
     if       WS-Cnt-Calc not = zero
              display  "Batch set back to un-proofed - run hrsprint / pyproof again"
                       at line 15 col 5 with foreground-color 2.
     display  SY015                       at line WS-Lines col 1.
     accept   WS-Reply                    at line WS-Lines col 58.
*>
     if       WS-Cnt-Calc not = zero
              move     "Y" to WS-From-Calc
              perform  fa000-Statements.
*>
 ea000-Exit.  exit section.
*>
 ea010-Calc-One              section.
*>**********************************
*>
*> One salesperson - not already done for this (or a later) period
*> end, still on the payroll and with a plan for the year.
*>
     if       Cld-Last-Per-End not < WS-Per-End
              add      1 to WS-Cnt-Done
              go to    ea010-Exit.
     move     Cld-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       add      1 to WS-Cnt-Skipped
                       go to    ea010-Exit
     end-read.
     if       Emp-Status not = "A" and not = "L"
              add      1 to WS-Cnt-Skipped
              go to    ea010-Exit.
     move     Cld-Plan-Id to Cpl-Plan-Id.
     move     WS-Per-Year to Cpl-Year.
     read     PY-Comm-Plan-File key Cpl-Key
              invalid key
                       add      1 to WS-Cnt-No-Plan
                       go to    ea010-Exit
     end-read.
*>
*> First period of a new plan year - the year's figures restart, the
*> recoverable balance carries over.
*>
     if       Cld-Year not = WS-Per-Year
              move     zero to Cld-YTD-Sales Cld-YTD-Earned
                               Cld-YTD-Draw  Cld-YTD-Comm
              move     WS-Per-Year to Cld-Year.
*>
     perform  ea015-Take-Sales.
*>
*> Earned = tiered commission on the new year total less that on the
*> old, so each sale is paid at the tier it falls in.
*>
     move     Cld-YTD-Sales  to WS-Tier-Sales.
     perform  ea020-Tiered-Comm.
     move     WS-Tier-Result to WS-Comm-Before.
     add      WS-Calc-Sales  to Cld-YTD-Sales.
     move     Cld-YTD-Sales  to WS-Tier-Sales.
     perform  ea020-Tiered-Comm.
     compute  WS-Calc-Earned = WS-Tier-Result - WS-Comm-Before.
*>
*> The draw is always paid - earned commission first recovers the
*> balance brought forward and this draw, only the excess is paid.
*>
     if       Cld-Draw not = zero
              move     Cld-Draw to WS-Calc-Draw
     else
              move     Cpl-Draw to WS-Calc-Draw.
     move     Cld-Balance to Cld-Per-Bal-BF.
     compute  WS-Calc-Net = WS-Calc-Earned - WS-Calc-Draw - Cld-Balance.
     if       WS-Calc-Net > zero
              move     WS-Calc-Net to Cld-Per-Comm
              move     zero        to Cld-Balance
     else
              move     zero        to Cld-Per-Comm
              compute  Cld-Balance = zero - WS-Calc-Net.
     move     WS-Calc-Sales  to Cld-Per-Sales.
     move     WS-Calc-Earned to Cld-Per-Earned.
     move     WS-Calc-Draw   to Cld-Per-Draw.
     move     WS-Tier-No     to Cld-Per-Tier.
     add      WS-Calc-Earned to Cld-YTD-Earned.
     add      Cld-Per-Draw   to Cld-YTD-Draw.
     add      Cld-Per-Comm   to Cld-YTD-Comm.
*>
     move     4              to WS-Post-Code WS-Post-Rate.
     move     Cld-Per-Comm   to WS-Post-Amt.
     perform  ea030-Post-Line.
     move     20             to WS-Post-Code.
     move     1              to WS-Post-Rate.
     move     Cld-Per-Draw   to WS-Post-Amt.
     perform  ea030-Post-Line.
*>
     move     WS-Per-End      to Cld-Last-Per-End.
     move     WS-Hrs-Batch-No to Cld-Batch-No.
     rewrite  PY-Comm-Ledger-Record.
     add      1               to WS-Cnt-Calc.
     add      Cld-Per-Draw    to WS-Tot-Draw.
     add      Cld-Per-Comm    to WS-Tot-Comm.
*>
 ea010-Exit.  exit section.
*>
 ea015-Take-Sales            section.
*>**********************************
*>
*> The salesperson's pending sales dated up to the period end are
*> totalled into WS-Calc-Sales and marked processed with it.
*>
     move     zero        to WS-Calc-Sales.
     move     Cld-Emp-No  to Csl-Emp-No.
     move     low-values  to Csl-Ref.
     start    PY-Comm-Sales-File key not < Csl-Key
              invalid key
                       go to ea015-Exit
     end-start.
     perform  forever
              read     PY-Comm-Sales-File next record at end
                       exit perform
              end-read
              if       PY-Csl-Status not = "00"
                 or    Csl-Emp-No not = Cld-Emp-No
                       exit perform
              end-if
              if       Csl-Pending
                 and   Csl-Sale-Date not > WS-Per-End
                       add      Csl-Amount to WS-Calc-Sales
                       move     "P"        to Csl-Status
                       move     WS-Per-End to Csl-Per-End
                       rewrite  PY-Comm-Sales-Record
              end-if
     end-perform.
*>
 ea015-Exit.  exit section.
*>
 ea020-Tiered-Comm           section.
*>**********************************
*>
*> Marginal tiered commission on WS-Tier-Sales for the plan in
*> PY-Comm-Plan-Record - each tier's rate on the sales inside it, a
*> tier running to its percent of quota, the top tier open ended.
*> Returns WS-Tier-Result and the tier reached in WS-Tier-No. With no
*> quota (or no sales) tier 1's rate applies flat.
*>
     move     zero to WS-Tier-Work WS-Tier-Lower.
     move     1    to WS-Tier-No.
     if       WS-Tier-Sales not > zero
        or    Cpl-Quota = zero
              compute  WS-Tier-Result rounded = WS-Tier-Sales * Cpl-Tier-Rate (1) / 100
              go to    ea020-Exit.
*>
     perform  varying WS-Tier-Sub from 1 by 1 until WS-Tier-Sub > 5
              if       WS-Tier-Sub = 5
                 or    Cpl-Tier-Upto (WS-Tier-Sub) = zero
                       move     WS-Tier-Sales to WS-Tier-Upper
              else
                       compute  WS-Tier-Upper rounded =
                                Cpl-Quota * Cpl-Tier-Upto (WS-Tier-Sub) / 100
                       if       WS-Tier-Upper > WS-Tier-Sales
                                move     WS-Tier-Sales to WS-Tier-Upper
                       end-if
              end-if
              if       WS-Tier-Upper > WS-Tier-Lower
                       compute  WS-Tier-Work = WS-Tier-Work
                                + (WS-Tier-Upper - WS-Tier-Lower)
                                * Cpl-Tier-Rate (WS-Tier-Sub) / 100
                       move     WS-Tier-Sub   to WS-Tier-No
                       move     WS-Tier-Upper to WS-Tier-Lower
              end-if
              if       WS-Tier-Lower not < WS-Tier-Sales
                       exit perform
              end-if
     end-perform.
     compute  WS-Tier-Result rounded = WS-Tier-Work.
*>
 ea020-Exit.  exit section.
*>
 ea030-Post-Line             section.
*>**********************************
*>
*> A code 4 / 20 line already in the batch for the salesperson's
*> period end (a keyed line) takes this amount on top.
*>
     if       WS-Post-Amt = zero
              go to    ea030-Exit.
     move     Emp-No       to Hrs-Emp-No.
     move     WS-Per-End   to Hrs-Effective-Date.
     move     WS-Post-Rate to Hrs-Rate.
     move     WS-Post-Code to Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero            to Hrs-Units
                       move     WS-Post-Amt     to Hrs-Amount
                       move     WS-Hrs-Batch-No to Hrs-Entry-Batch-No
                       move     spaces          to Hrs-Job-Tag
                       move     "M"             to Hrs-Gen-Flag
                       write    PY-Pay-Transactions-Record
                                invalid key
                                         go to    ea030-Exit
                       end-write
                       add      1 to WS-Hdr-No-Recs
              not invalid key
                       add      WS-Post-Amt to Hrs-Amount
                       rewrite  PY-Pay-Transactions-Record
                       add      1 to WS-Cnt-Added
     end-read.
*>
 ea030-Exit.  exit section.
*>
 fa000-Statements            section.
*>**********************************
*>
*> One page per salesperson calculated for the period end - from the
*> calculation just run, or reprinted on request for the last period
*> calculated.
*>
     if       WS-From-Calc not = "Y"
              display  "Commission Statements"                 at line 1 col 1 with erase eos
              display  "Period end date (ccyymmdd)  [        ]"   at line 3 col 1
              move     WSE-Date-9 to WS-Per-End
              accept   WS-Per-End at line 3 col 30 with UPDATE
              if       COB-CRT-Status = COB-SCR-ESC
                       go to    fa000-Exit
              end-if
     end-if.
*>
     move     zero to WS-St-Cnt-Emps WS-St-Tot-Draw WS-St-Tot-Comm
                      WS-St-Tot-Balance WS-St-Emp-No.
     open     output Print-File.
     initiate Comm-Statement.
*>
     move     zero to Cld-Emp-No.
     start    PY-Comm-Ledger-File key not < Cld-Emp-No
              invalid key
                       go to fa090-Done
     end-start.
     perform  forever
              read     PY-Comm-Ledger-File next record at end
                       exit perform
              end-read
              if       PY-Cld-Status not = "00"
                       exit perform
              end-if
              if       Cld-Last-Per-End = WS-Per-End
                       perform  fa010-Statement-One
              end-if
     end-perform.
*>
 fa090-Done.
     terminate Comm-Statement.
     if       Page-Counter in Comm-Statement > zero    *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
     else
              close    Print-File.
*>
 fa000-Exit.  exit section.
*>
 fa010-Statement-One         section.
*>**********************************
*>
*> The salesperson's sales credited in the period, then the summary.
*>
     move     Cld-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     spaces to Emp-Name
     end-read.
     move     zero   to WS-St-Quota WS-St-Attain WS-St-Tier-Rate.
     move     spaces to WS-St-Plan-Desc.
     move     Cld-Plan-Id to Cpl-Plan-Id.
     move     Cld-Year    to Cpl-Year.
     read     PY-Comm-Plan-File key Cpl-Key
              invalid key
                       continue
              not invalid key
                       move     Cpl-Desc  to WS-St-Plan-Desc
                       move     Cpl-Quota to WS-St-Quota
                       if       Cld-Per-Tier > zero
                                move     Cpl-Tier-Rate (Cld-Per-Tier) to WS-St-Tier-Rate
                       end-if
     end-read.
     if       WS-St-Quota > zero
        and   Cld-YTD-Sales > zero
              compute  WS-St-Attain rounded = Cld-YTD-Sales * 100 / WS-St-Quota
                       on size error
                                move     99999.99 to WS-St-Attain
              end-compute
     end-if.
     move     Cld-Emp-No to WS-St-Emp-No.
     add      1 to WS-St-Cnt-Emps.
*>
     move     Cld-Emp-No  to Csl-Emp-No.
     move     low-values  to Csl-Ref.
     start    PY-Comm-Sales-File key not < Csl-Key
              invalid key
                       go to fa020-Summary
     end-start.
     perform  forever
              read     PY-Comm-Sales-File next record at end
                       exit perform
              end-read
              if       PY-Csl-Status not = "00"
                 or    Csl-Emp-No not = Cld-Emp-No
                       exit perform
              end-if
              if       Csl-Processed
                 and   Csl-Per-End = WS-Per-End
                       generate Cst-Sale-Detail
              end-if
     end-perform.
*>
 fa020-Summary.
     generate Cst-Summary-Detail.
     add      Cld-Per-Draw to WS-St-Tot-Draw.
     add      Cld-Per-Comm to WS-St-Tot-Comm.
     add      Cld-Balance  to WS-St-Tot-Balance.
*>
 fa010-Exit.  exit section.
*>
