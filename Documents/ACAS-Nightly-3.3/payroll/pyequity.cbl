       >>source free
*>****************************************************************
*>      Equity Compensation Import - Stock Plan Broker Vest /     *
*>          Exercise File Posted As Supplemental Wages            *
*>                                                                *
*>            Uses RW (Report writer for prints)                  *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyequity.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Restricted stock units vesting and nonqualified
*>                      options being exercised are wages paid in shares,
*>                      not cash. The stock plan broker sends a file of
*>                      the events (pyequity.csv), one CSV line each:
*>
*>                        type,ssn,event-ccyymmdd,grant-id,shares,fmv,
*>                        exercise-price,sale-value,swt
*>
*>                      V - RSU / restricted stock vest: income is the
*>                          shares times the fair market value per
*>                          share on the vest date.
*>                      N - nonqualified stock option exercise: income
*>                          is the shares times the spread (fmv less
*>                          the exercise price) - also W-2 box 12 V.
*>
*>                      sale-value is what the broker's sell-to-cover
*>                      of shares raised for the taxes, swt the state
*>                      income tax to withhold on the event (there is
*>                      no state supplemental rate table to work it
*>                      out from); both may be left empty.
*>
*>                      Each event is taxed as supplemental wages:
*>                      FWT flat at PY-PR1-Supp-FWT-Rate, except that
*>                      the year's supplemental wages past PY-PR6-Supp-
*>                      Mand-Wages (His-YTD-Supp-Wages) are withheld at
*>                      the mandatory PY-PR6-Supp-Mand-Rate; social
*>                      security at Ded-FICA-Rate up to the wage base
*>                      as pyapply bg000 does; Medicare at PY-PR6-
*>                      MCare-Rate plus the additional Medicare tax at
*>                      PY-PR6-MCare-Addl-Rate on Medicare wages for
*>                      the year past PY-PR6-MCare-Addl-Wages.
*>
*>                      The taxes were paid for by the shares the broker
*>                      sold, not out of net pay, so each event posts
*>                      as a zero net check: the income goes to the
*>                      taxable and FICA wage buckets, the withholding
*>                      to its own buckets, and the shares delivered
*>                      (income less the taxes) as an other deduction -
*>                      His and Coh QTD/YTD, the employer FICA and
*>                      Medicare share, the federal deposit liability
*>                      occurrence pytaxdep reports from, the per-state
*>                      wage history and, when PY-PR1-Check-History-Used
*>                      = "Y", a check history entry (no check number,
*>                      marked cleared - there is nothing to cash) or
*>                      the amounts added to the employee's entry for
*>                      that date when a pay check already has it. The
*>                      income is also in the new His/Coh-Equity
*>                      buckets, so w2print / pyefw2 show box 12 V and
*>                      f941print picks it all up through the usual
*>                      buckets.
*>
*>                      Every event posted is kept on pyeqp.dat keyed
*>                      by employee, grant id, date and type - the same
*>                      event in a later file is rejected, never posted
*>                      twice. The register lists each line posted or
*>                      rejected with the reason, and the difference
*>                      between the broker's sale value and the tax so
*>                      any shortfall can be recovered from the
*>                      employee. SSNs masked by pymask.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pymask.
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
*>                      pyded.   System Deductions (FICA rates / limits).
*>                      pyemp.   Employee Master.
*>                      pychkh.  Check History - I-O (when used).
*>                      pyhis.   Employee History - I-O.
*>                      pycoh.   Company History - I-O.
*>                      pyemst.  Per-Employee Per-State wage/SWT history - I-O.
*>                      pyeqp.   Equity events posted - I-O.
*>                      pyequity.csv  Broker vest / exercise file - Input.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY976 - 980.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 A new supplemental check history entry has zero
*>                       hours and tips.
*> 15/10/26 vbc - 1.0.02 Per-state wages are also kept by calendar
*>                       quarter (Emst-Qtr-Hist, ca030) for pyuiclm.
*> 15/10/26 vbc - 1.0.03 A new supplemental check history entry has no
*>                       per-slot deductions (Chkh-ED-Amt).
*> 15/10/26 vbc - 1.0.04 The equity income, its NSO part and the
*>                       supplemental wages go on the check history
*>                       entry too (Chkh-Ext) with the other buckets.
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
 copy "selpyded.cob".
 copy "selpyemp.cob".
 copy "selpychkh.cob".
 copy "selpyhis.cob".
 copy "selpycoh.cob".
 copy "selpyemst.cob".
 copy "selpyeqp.cob".
 copy "selpyeqi.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyded.cob".
 copy "fdpyemp.cob".
 copy "fdpychkh.cob".
 copy "fdpyhis.cob".
 copy "fdpycoh.cob".
 copy "fdpyemst.cob".
 copy "fdpyeqp.cob".
 copy "fdpyeqi.cob".
*>
 fd  Print-File
     reports are Equity-Register.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyequity (1.0.04)".  *> First release pre testing.
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
     03  PY-Ded-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-His-Emp-Status   pic xx.
     03  PY-Coh-Status       pic xx.
     03  PY-Emst-Status      pic xx.
     03  PY-Eqp-Status       pic xx.
     03  PY-Eqi-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
     03  WS-Page-Lines       binary-char unsigned value 56.
     03  A                   pic 99       value zero.
     03  WS-Emp-Found        pic x        value "N".
     03  WS-Run-Date         pic 9(8)     value zero.   *> ccyymmdd
*>
*> Parsed CSV fields
*>
     03  WS-Eqi-Ptr          pic 999      value zero.       *> unstring pointer
     03  WS-Eqi-Type         pic x(4)     value spaces.
     03  WS-Eqi-SSN          pic x(11)    value spaces.
     03  WS-Eqi-Date         pic x(10)    value spaces.
     03  WS-Eqi-Grant        pic x(10)    value spaces.
     03  WS-Eqi-Shares       pic x(16)    value spaces.
     03  WS-Eqi-FMV          pic x(16)    value spaces.
     03  WS-Eqi-Price        pic x(16)    value spaces.
     03  WS-Eqi-Sale         pic x(16)    value spaces.
     03  WS-Eqi-SWT          pic x(16)    value spaces.
     03  WS-Eqi-SSN9         pic 9(9)     value zero.
     03  WS-Event-Date       pic 9(8)     value zero.   *> ccyymmdd
     03  filler  redefines WS-Event-Date.
         05  WS-Event-Year   pic 9(4).
         05  WS-Event-Month  pic 99.
         05  filler          pic 99.
     03  WS-Event-Qtr        pic 9        value zero.
     03  WS-Emst-Date        pic 9(8)     value zero.   *> ccyymmdd
     03  filler  redefines WS-Emst-Date.
         05  WS-Emst-Year    pic 9(4).
         05  WS-Emst-Month   pic 99.
         05  filler          pic 99.
     03  WS-Emst-Qtr         pic 9(5)     value zero.   *> ccyyq
     03  WS-Emst-Amt         pic s9(7)v99 comp-3 value zero.
     03  WS-Emst-Sub         pic 9        value zero.
     03  WS-Shares           pic 9(7)v9(4) value zero.
     03  WS-FMV              pic 9(6)v9(4) value zero.
     03  WS-Price            pic 9(6)v9(4) value zero.
     03  WS-Sale-Amt         pic 9(7)v99  value zero.
*>
*> The event's money - income and each tax on it
*>
     03  WS-Income-Work      pic s9(11)v99 comp-3 value zero.
     03  WS-Income           pic 9(7)v99  value zero.
     03  WS-FWT              pic 9(7)v99  value zero.
     03  WS-SWT              pic 9(7)v99  value zero.
     03  WS-FICA             pic 9(7)v99  value zero.
     03  WS-MCare            pic 9(7)v99  value zero.   *> Medicare + additional Medicare
     03  WS-Tax-Total        pic 9(7)v99  value zero.
     03  WS-Delivered        pic 9(7)v99  value zero.   *> shares to the employee, income less tax
     03  WS-Sale-Diff        pic s9(7)v99 comp-3 value zero.
     03  WS-Co-FICA          pic s9(7)v99 comp-3 value zero.   *> employer social security + Medicare
     03  WS-Limit-Left       pic s9(8)v99 comp-3 value zero.
     03  WS-Amt-Work         pic s9(8)v99 comp-3 value zero.
*>
*> Register line sources
*>
     03  WS-Rg-SSN           pic x(11)    value spaces.
     03  WS-Rg-Emp-No        pic 9(7)     value zero.
     03  WS-Rg-Name          pic x(18)    value spaces.
     03  WS-Rg-Reason        pic x(26)    value spaces.
     03  WS-Rg-FICA          pic 9(7)v99  value zero.   *> social security + Medicare
*>
*> Run totals
*>
     03  WS-Lines-Read       pic 9(5)     value zero.
     03  WS-Cnt-Posted       pic 9(5)     value zero.
     03  WS-Cnt-Rejected     pic 9(5)     value zero.
     03  WS-Tot-Income       pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-NSO          pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-FWT          pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-FICA         pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-SWT          pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Co-FICA      pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Sale         pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Diff         pic s9(9)v99 comp-3 value zero.
     03  WS-Disp-Cnt         pic zzzz9.
*>
 01  WS-Test-YMD             pic 9(8).
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
*> Module specific
*>
     03  PY976           pic x(50) value "PY976 Equity broker file not found - aborting, st=".
     03  PY977           pic x(51) value "PY977 System Deduction file missing - run py900 1st".
     03  PY978           pic x(31) value "PY978 Employee File not Found -".
     03  PY979           pic x(43) value "PY979 Company History file missing/in error".
     03  PY980           pic x(40) value "PY980 Equity posted file open error, st=".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/history this run uses
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
 RD  Equity-Register
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Eqi-Head  Type Page Heading.
*>
*> Print layouts to 132 cols Landscape
*>
     03  line  1.
         05  col  50     pic x(40)   source UserA.
         05  col 110     pic x(10)   source U-Date.
         05  col 122     pic x(8)    source WSD-Time.
     03  line  2.
         05  col   1     pic x(18)   source Prog-Name.
         05  col  51     pic x(19)   value "ACAS Payroll System".
         05  col 124     pic x(5)    value "Page ".
         05  col 129     pic zz9     source Page-Counter.
     03  Line  3.
         05  col  36     pic x(50)   value "Equity Compensation Import - Posting Register".
     03  line  4.
         05  col   1                 value "Line  T SSN         Emp No  -- Employee Name - Date     Grant Id          Income        FWT FICA + Med       SWT  Sale - Tax".
*>
 01  Eqi-Posted-Detail type is detail.
     03  line + 1.
         05  col   1     pic zzzz9         source WS-Lines-Read.
         05  col   7     pic x             source WS-Eqi-Type.
         05  col   9     pic x(11)         source WS-Rg-SSN.
         05  col  21     pic z(6)9         source WS-Rg-Emp-No.
         05  col  29     pic x(18)         source WS-Rg-Name.
         05  col  48     pic 9(8)          source WS-Event-Date.
         05  col  57     pic x(10)         source WS-Eqi-Grant.
         05  col  68     pic z,zzz,zz9.99  source WS-Income.
         05  col  81     pic zzz,zz9.99    source WS-FWT.
         05  col  92     pic zzz,zz9.99    source WS-Rg-FICA.
         05  col 103     pic zzz,zz9.99    source WS-SWT.
         05  col 114     pic zzz,zz9.99-   source WS-Sale-Diff.
*>
 01  Eqi-Rejected-Detail type is detail.
     03  line + 1.
         05  col   1     pic zzzz9         source WS-Lines-Read.
         05  col   7     pic x             source WS-Eqi-Type.
         05  col   9     pic x(11)         source WS-Rg-SSN.
         05  col  21     pic z(6)9         source WS-Rg-Emp-No.
         05  col  29     pic x(18)         source WS-Rg-Name.
         05  col  48     pic x(8)          source WS-Eqi-Date.
         05  col  57     pic x(10)         source WS-Eqi-Grant.
         05  col  68     pic x(11)         value "REJECTED - ".
         05  col  79     pic x(26)         source WS-Rg-Reason.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(26)     value "Lines read               :".
         05  col 28          pic zzzz9     source WS-Lines-Read.
     03  line + 1.
         05  col  1          pic x(26)     value "Events posted            :".
         05  col 28          pic zzzz9     source WS-Cnt-Posted.
     03  line + 1.
         05  col  1          pic x(26)     value "REJECTED                 :".
         05  col 28          pic zzzz9     source WS-Cnt-Rejected.
     03  line + 2.
         05  col  1          pic x(26)     value "Equity income            :".
         05  col 28          pic zzz,zzz,zz9.99  source WS-Tot-Income.
     03  line + 1.
         05  col  1          pic x(26)     value "  of which NSO (box 12 V):".
         05  col 28          pic zzz,zzz,zz9.99  source WS-Tot-NSO.
     03  line + 1.
         05  col  1          pic x(26)     value "FWT withheld             :".
         05  col 28          pic zzz,zzz,zz9.99  source WS-Tot-FWT.
     03  line + 1.
         05  col  1          pic x(26)     value "FICA + Medicare withheld :".
         05  col 28          pic zzz,zzz,zz9.99  source WS-Tot-FICA.
     03  line + 1.
         05  col  1          pic x(26)     value "SWT withheld             :".
         05  col 28          pic zzz,zzz,zz9.99  source WS-Tot-SWT.
     03  line + 1.
         05  col  1          pic x(26)     value "Employer FICA + Medicare :".
         05  col 28          pic zzz,zzz,zz9.99  source WS-Tot-Co-FICA.
     03  line + 1.
         05  col  1          pic x(26)     value "Broker sale value        :".
         05  col 28          pic zzz,zzz,zz9.99  source WS-Tot-Sale.
     03  line + 1.
         05  col  1          pic x(26)     value "Sale value less the tax  :".
         05  col 28          pic zzz,zzz,zz9.99- source WS-Tot-Diff.
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
*>
*> Operator role gate - data-entry operators may not post wages
*> outside an apply run (see wspyusr.cob; role travels in WS-CD-Args
*> from py000), as pymanchk.
*>
     if       WS-CD-Args (9:1) = "D"
              display  "Not authorised for this function - see your supervisor"
                       at 0301 with foreground-color 4 erase eos
              accept   WS-Reply at 0360
              goback   returning 9.
     move     CURRENT-DATE to WSE-Date-block.
     move     WSE-HH  to  WSD-HH.
     move     WSE-MM  to  WSD-MM.
     move     WSE-SS  to  WSD-SS.  *> WSD-Time
     move     WSE-Date-9 to WS-Run-Date.
     move     Print-Spool-Name to PSN.  *> set ACAS prt spool for o/p
     move     To-Day to U-Date.
*>
*> Error return codes :-
*>   Return-Code :
*>    0 = No Errors.
*>    1 = No Payroll param file
*>    2 = No Param data record exists / no broker file
*>    3 = No employee file
*>    4 = No deduction / company history / posted events file
*>    8 = Error with Lines < 28 or Column < 80
*>    9 = Operator not authorised
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
     display  "Equity Compensation Import" at 0125 with foreground-color 2.
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
              goback   returning 2
     end-if.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
*>
     open     input PY-Equity-File.
     if       PY-Eqi-Status not = "00"
              display  PY976         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-Eqi-Status at line WS-23-Lines col 52
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Equity-File
              goback   returning 2
     end-if.
*>
     open     input PY-System-Deduction-File.
     if       PY-Ded-Status not = "00"
              display  PY977         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Equity-File PY-System-Deduction-File
              goback   returning 4
     end-if.
     move     1 to RRN.
     read     PY-System-Deduction-File.
     close    PY-System-Deduction-File.   *> Record still in WS area
*>
     open     input PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY978         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Equity-File PY-Employee-File
              goback   returning 3
     end-if.
*>
     open     i-o PY-Comp-Hist-File.
     if       PY-Coh-Status not = "00"
              display  PY979         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Equity-File PY-Employee-File PY-Comp-Hist-File
              goback   returning 4
     end-if.
     move     1 to RRN.
     read     PY-Comp-Hist-File.
*>
     open     i-o PY-Equity-Posted-File.
     if       PY-Eqp-Status = "35"
              open     output PY-Equity-Posted-File
              close    PY-Equity-Posted-File
              open     i-o PY-Equity-Posted-File
     end-if.
     if       PY-Eqp-Status not = "00"
              display  PY980         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-Eqp-Status at line WS-23-Lines col 42
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Equity-File PY-Employee-File PY-Comp-Hist-File
                       PY-Equity-Posted-File
              goback   returning 4
     end-if.
*>
*> Nothing posts until the operator says so - the file is wages for
*> the year and a wrong one means a W-2c.
*>
     display  "Post the broker file now (Y/N) [ ]" at line 5 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 5 col 33 with UPPER.
     if       WS-Reply not = "Y"
              close    PY-Equity-File PY-Employee-File PY-Comp-Hist-File
                       PY-Equity-Posted-File
              goback.
*>
     open     i-o PY-History-File.
     if       PY-His-Emp-Status = "35"
              open     output PY-History-File
              close    PY-History-File
              open     i-o PY-History-File
     end-if.
     if       PY-PR1-Check-History-Used = "Y"
              open     i-o PY-Check-History-File
              if       PY-Chkh-Status = "35"
                       open     output PY-Check-History-File
                       close    PY-Check-History-File
                       open     i-o PY-Check-History-File
              end-if
     end-if.
     open     i-o PY-Emp-State-File.
     if       PY-Emst-Status = "35"
              open     output PY-Emp-State-File
              close    PY-Emp-State-File
              open     i-o PY-Emp-State-File
     end-if.
*>
     open     output Print-File.
     initiate Equity-Register.
*>
     perform  ab010-Import-Pass.
*>
     terminate Equity-Register.
     if       Page-Counter > zero           *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
     else
              close    Print-File.
*>
*> Company history rewritten once at the end of the run.
*>
     move     1 to RRN.
     rewrite  PY-Comp-Hist-Record.
*>
     close    PY-Equity-File
              PY-Employee-File
              PY-History-File
              PY-Comp-Hist-File
              PY-Emp-State-File
              PY-Equity-Posted-File.
     if       PY-PR1-Check-History-Used = "Y"
              close    PY-Check-History-File.
*>
     move     WS-Cnt-Posted to WS-Disp-Cnt.
     display  "Events posted    : " at line 10 col 5 with erase eos.
     display  WS-Disp-Cnt           at line 10 col 24.
     move     WS-Cnt-Rejected to WS-Disp-Cnt.
     display  "Rejected         : " at line 11 col 5.
     display  WS-Disp-Cnt           at line 11 col 24.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
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
 ab010-Import-Pass           section.
*>**********************************
*>
     perform  forever
              read     PY-Equity-File at end
                       exit perform
              end-read
              if       PY-Equity-Record = spaces
                       exit perform cycle
              end-if
              add      1 to WS-Lines-Read
              move     zero   to WS-Rg-Emp-No WS-Income WS-FWT WS-SWT
                                 WS-FICA WS-MCare WS-Rg-FICA WS-Sale-Diff
              move     spaces to WS-Rg-SSN WS-Rg-Name WS-Rg-Reason
              perform  ab020-Parse-Line
              if       WS-Eqi-Type = "TYPE"             *> column heading line
                       subtract 1 from WS-Lines-Read
                       exit perform cycle
              end-if
              if       WS-Rg-Reason = spaces
                       perform  ab030-Check-Line
              end-if
              if       WS-Rg-Reason = spaces
                       perform  ba000-Calc-Taxes
              end-if
              if       WS-Rg-Reason = spaces
                       perform  ca000-Post-Event
                       add      1 to WS-Cnt-Posted
                       generate Eqi-Posted-Detail
              else
                       add      1 to WS-Cnt-Rejected
                       generate Eqi-Rejected-Detail
              end-if
     end-perform.
*>
 ab010-Exit.  exit section.
*>
 ab020-Parse-Line            section.
*>**********************************
*>
*> type,ssn,event-ccyymmdd,grant-id,shares,fmv,exercise-price,
*> sale-value,swt - anything that does not parse comes back with the
*> reject reason set.
*>
     move     spaces to WS-Eqi-Type WS-Eqi-SSN WS-Eqi-Date WS-Eqi-Grant
                        WS-Eqi-Shares WS-Eqi-FMV WS-Eqi-Price
                        WS-Eqi-Sale WS-Eqi-SWT.
     move     zero   to WS-Eqi-SSN9 WS-Event-Date WS-Shares WS-FMV
                        WS-Price WS-Sale-Amt.
     move     1 to WS-Eqi-Ptr.
     unstring PY-Equity-Record  delimited by ","
                                 into WS-Eqi-Type
                                      WS-Eqi-SSN
                                      WS-Eqi-Date
                                      WS-Eqi-Grant
                                      WS-Eqi-Shares
                                      WS-Eqi-FMV
                                      WS-Eqi-Price
                                      WS-Eqi-Sale
                                      WS-Eqi-SWT
                            pointer WS-Eqi-Ptr
     end-unstring.
     move     UPPER-CASE (WS-Eqi-Type)  to WS-Eqi-Type.
     move     UPPER-CASE (WS-Eqi-Grant) to WS-Eqi-Grant.
     if       WS-Eqi-Type = "TYPE"
              go to    ab020-Exit.
*>
     if       WS-Eqi-Type not = "V" and not = "N"
              move     "UNKNOWN EVENT TYPE" to WS-Rg-Reason
              go to    ab020-Exit.
*>
*> The SSN may come with or without the dashes.
*>
     inspect  WS-Eqi-SSN replacing all "-" by space.
     if       WS-Eqi-SSN = spaces
       or     TEST-NUMVAL (WS-Eqi-SSN) not = zero
              move     "BAD SSN" to WS-Rg-Reason
              go to    ab020-Exit.
     move     NUMVAL (WS-Eqi-SSN) to WS-Eqi-SSN9.
     call     "pymask" using WS-Eqi-SSN9 WS-CD-Args (9:1) WS-Rg-SSN.
*>
     if       WS-Eqi-Date = spaces
        or    TEST-NUMVAL (WS-Eqi-Date) not = zero
              move     "BAD EVENT DATE" to WS-Rg-Reason
              go to    ab020-Exit.
     move     NUMVAL (WS-Eqi-Date) to WS-Event-Date.
     move     WS-Event-Date to WS-Test-YMD.
     if       FUNCTION Test-Date-YYYYMMDD (WS-Test-YMD) not = zero
              move     "BAD EVENT DATE" to WS-Rg-Reason
              go to    ab020-Exit.
*>
     if       WS-Eqi-Grant = spaces
              move     "NO GRANT ID" to WS-Rg-Reason
              go to    ab020-Exit.
*>
     if       WS-Eqi-Shares = spaces
        or    TEST-NUMVAL (WS-Eqi-Shares) not = zero
              move     "BAD SHARES" to WS-Rg-Reason
              go to    ab020-Exit.
     if       NUMVAL (WS-Eqi-Shares) not > zero
        or    NUMVAL (WS-Eqi-Shares) > 9999999
              move     "BAD SHARES" to WS-Rg-Reason
              go to    ab020-Exit.
     move     NUMVAL (WS-Eqi-Shares) to WS-Shares.
*>
     if       WS-Eqi-FMV = spaces
        or    TEST-NUMVAL (WS-Eqi-FMV) not = zero
              move     "BAD FAIR MARKET VALUE" to WS-Rg-Reason
              go to    ab020-Exit.
     if       NUMVAL (WS-Eqi-FMV) not > zero
        or    NUMVAL (WS-Eqi-FMV) > 999999
              move     "BAD FAIR MARKET VALUE" to WS-Rg-Reason
              go to    ab020-Exit.
     move     NUMVAL (WS-Eqi-FMV) to WS-FMV.
*>
*> Only an option exercise has an exercise price to come off.
*>
     if       WS-Eqi-Type = "N"
              if       WS-Eqi-Price = spaces
                  or   TEST-NUMVAL (WS-Eqi-Price) not = zero
                       move     "BAD EXERCISE PRICE" to WS-Rg-Reason
                       go to    ab020-Exit
              end-if
              if       NUMVAL (WS-Eqi-Price) < zero
                  or   NUMVAL (WS-Eqi-Price) > 999999
                       move     "BAD EXERCISE PRICE" to WS-Rg-Reason
                       go to    ab020-Exit
              end-if
              move     NUMVAL (WS-Eqi-Price) to WS-Price
     end-if.
*>
     if       WS-Eqi-Sale not = spaces
              if       TEST-NUMVAL (WS-Eqi-Sale) not = zero
                  or   NUMVAL (WS-Eqi-Sale) < zero
                  or   NUMVAL (WS-Eqi-Sale) > 9999999.99
                       move     "BAD SALE VALUE" to WS-Rg-Reason
                       go to    ab020-Exit
              end-if
              move     NUMVAL (WS-Eqi-Sale) to WS-Sale-Amt
     end-if.
     if       WS-Eqi-SWT not = spaces
              if       TEST-NUMVAL (WS-Eqi-SWT) not = zero
                  or   NUMVAL (WS-Eqi-SWT) < zero
                  or   NUMVAL (WS-Eqi-SWT) > 9999999.99
                       move     "BAD SWT" to WS-Rg-Reason
                       go to    ab020-Exit
              end-if
              move     NUMVAL (WS-Eqi-SWT) to WS-SWT
     end-if.
*>
*> The income - shares at the fair market value, less what the
*> employee paid for them on an exercise.
*>
     compute  WS-Income-Work rounded = WS-Shares * (WS-FMV - WS-Price).
     if       WS-Income-Work not > zero
              move     "NO INCOME ON THE EVENT" to WS-Rg-Reason
              go to    ab020-Exit.
     if       WS-Income-Work > 9999999.99
              move     "INCOME TOO LARGE - BY HAND" to WS-Rg-Reason
              go to    ab020-Exit.
     move     WS-Income-Work to WS-Income.
*>
 ab020-Exit.  exit section.
*>
 ab030-Check-Line            section.
*>**********************************
*>
*> Employee by SSN, this tax year only (the YTD buckets are this
*> year's), and never the same event twice.
*>
     if       WS-Event-Year not = WSE-Year
              move     "NOT THIS TAX YEAR" to WS-Rg-Reason
              go to    ab030-Exit.
*>
     perform  ab040-Find-Employee.
     if       WS-Emp-Found not = "Y"
              move     "UNKNOWN SSN" to WS-Rg-Reason
              go to    ab030-Exit.
     move     Emp-No   to WS-Rg-Emp-No.
     move     Emp-Name to WS-Rg-Name.
*>
*> After death the shares are the estate's - 1099 territory, not
*> wages, so they are for the payroll supervisor to look at.
*>
     if       Emp-Status = "X"
              move     "DECEASED - POST BY HAND" to WS-Rg-Reason
              go to    ab030-Exit.
*>
     move     Emp-No         to Eqp-Emp-No.
     move     WS-Eqi-Grant   to Eqp-Grant-Id.
     move     WS-Event-Date  to Eqp-Event-Date.
     move     WS-Eqi-Type    to Eqp-Type.
     read     PY-Equity-Posted-File key Eqp-Key
              invalid key
                       continue
              not invalid key
                       move     "ALREADY POSTED" to WS-Rg-Reason
     end-read.
*>
 ab030-Exit.  exit section.
*>
 ab040-Find-Employee         section.
*>**********************************
*>
*> Emp-SSN is not a key - scan for it as pyssnvs does.
*>
     move     "N" to WS-Emp-Found.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to ab040-Exit
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-SSN = WS-Eqi-SSN9
                       move     "Y" to WS-Emp-Found
                       exit perform
              end-if
     end-perform.
*>
 ab040-Exit.  exit section.
*>
 ba000-Calc-Taxes            section.
*>**********************************
*>
*> History record for the employee - created zeroed on first pay as
*> pyapply bb000 does, so the YTD tests always have a record.
*>
     move     Emp-No to His-Emp-No.
     read     PY-History-File key His-Emp-No
              invalid key
                       initialize PY-History-Record
                       move     Emp-No to His-Emp-No
                       write    PY-History-Record
     end-read.
*>
*> FWT - flat supplemental rate, the mandatory rate on the part of the
*> year's supplemental wages past the threshold (pyapply be000).
*>
     move     zero to WS-FWT WS-FICA WS-MCare WS-Co-FICA.
     if       Ded-FWT-Used = "Y"
       and    Emp-FWT-Exempt not = "Y"
              move     WS-Income to WS-Amt-Work
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
                                      + (WS-Income - WS-Amt-Work)
                                      * PY-PR6-Supp-Mand-Rate / 100
     end-if.
*>
*> Social security up to the wage base, employee and employer, as
*> pyapply bg000.
*>
     if       Ded-FICA-Used = "Y"
       and    Emp-FICA-Exempt not = "Y"
              compute  WS-Limit-Left = Ded-FICA-Limit - His-YTD-Fica-Taxable
              if       WS-Limit-Left < zero
                       move zero to WS-Limit-Left
              end-if
              move     WS-Income to WS-Amt-Work
              if       WS-Amt-Work > WS-Limit-Left
                       move WS-Limit-Left to WS-Amt-Work
              end-if
              compute  WS-FICA rounded = WS-Amt-Work * Ded-FICA-Rate / 100
     end-if.
     if       Ded-CO-FICA-Used = "Y"
       and    Emp-FICA-Exempt not = "Y"
              compute  WS-Limit-Left = Ded-CO-FICA-Limit - His-YTD-Fica-Taxable
              if       WS-Limit-Left < zero
                       move zero to WS-Limit-Left
              end-if
              move     WS-Income to WS-Amt-Work
              if       WS-Amt-Work > WS-Limit-Left
                       move WS-Limit-Left to WS-Amt-Work
              end-if
              compute  WS-Co-FICA rounded = WS-Amt-Work * Ded-CO-FICA-Rate / 100
     end-if.
*>
*> Medicare has no wage base - both shares on all of it - and the
*> employee alone pays the additional tax on the Medicare wages for
*> the year (box 5 - FICA-taxable plus tips) past the threshold.
*>
     if       Emp-FICA-Exempt not = "Y"
              compute  WS-MCare rounded = WS-Income * PY-PR6-MCare-Rate / 100
              compute  WS-Amt-Work rounded = WS-Income * PY-PR6-MCare-Rate / 100
              add      WS-Amt-Work to WS-Co-FICA
              if       PY-PR6-MCare-Addl-Rate > zero
                       compute  WS-Limit-Left = His-YTD-Fica-Taxable + His-YTD-Tips
                                              + WS-Income - PY-PR6-MCare-Addl-Wages
                       if       WS-Limit-Left > WS-Income
                                move WS-Income to WS-Limit-Left
                       end-if
                       if       WS-Limit-Left > zero
                                compute  WS-Amt-Work rounded =
                                         WS-Limit-Left * PY-PR6-MCare-Addl-Rate / 100
                                add      WS-Amt-Work to WS-MCare
                       end-if
              end-if
     end-if.
*>
*> The taxes come out of the shares, so they can never be more than
*> the income - a keyed SWT that makes them so is an error in the file.
*>
     compute  WS-Amt-Work = WS-FWT + WS-SWT + WS-FICA + WS-MCare.
     if       WS-Amt-Work > WS-Income
              move     "TAX MORE THAN THE INCOME" to WS-Rg-Reason
              go to    ba000-Exit.
     move     WS-Amt-Work to WS-Tax-Total.
     compute  WS-Delivered = WS-Income - WS-Tax-Total.
     compute  WS-Sale-Diff = WS-Sale-Amt - WS-Tax-Total.
     add      WS-FICA WS-MCare giving WS-Rg-FICA.
*>
 ba000-Exit.  exit section.
*>
 ca000-Post-Event            section.
*>**********************************
*>
*> His-QTD/His-YTD - the income in the taxable / FICA wage buckets,
*> the withholding in its own, the shares delivered as the other
*> deduction that takes net to zero.
*>
     add      WS-Income    to His-QTD-Income-Taxable His-YTD-Income-Taxable.
     add      WS-Income    to His-QTD-Fica-Taxable   His-YTD-Fica-Taxable.
     add      WS-FWT       to His-QTD-FWT    His-YTD-FWT.
     add      WS-SWT       to His-QTD-SWT    His-YTD-SWT.
     add      WS-FICA      to His-QTD-FICA   His-YTD-FICA.
     add      WS-MCare     to His-QTD-MCare  His-YTD-MCare.
     add      WS-Delivered to His-QTD-Other-Ded His-YTD-Other-Ded.
     add      WS-Income    to His-QTD-Equity His-YTD-Equity.
     add      WS-Income    to His-YTD-Supp-Wages.
     if       WS-Eqi-Type = "N"
              add      WS-Income to His-QTD-NSO His-YTD-NSO.
     rewrite  PY-History-Record.
*>
*> Per-state wage/SWT history, as the apply run keeps it.
*>
     move     Emp-No           to Emst-Emp-No.
     move     Emp-Taxing-State to Emst-State.
     read     PY-Emp-State-File key Emst-Key
              invalid key
                       initialize PY-Emp-State-Record
                       move     Emp-No           to Emst-Emp-No
                       move     Emp-Taxing-State to Emst-State
                       write    PY-Emp-State-Record
     end-read.
     add      WS-Income to Emst-QTD-Wages Emst-YTD-Wages.
     add      WS-SWT    to Emst-QTD-SWT   Emst-YTD-SWT.
     move     WS-Event-Date to WS-Emst-Date.
     move     WS-Income     to WS-Emst-Amt.
     perform  ca030-Emst-Quarter.
     rewrite  PY-Emp-State-Record.
*>
*> Company buckets - employee Medicare rides in the FICA liability
*> (941 line 5d), the employer's share in Co-FICA.
*>
     add      WS-Income    to Coh-QTD-Income-Taxable Coh-YTD-Income-Taxable.
     add      WS-Income    to Coh-QTD-Fica-Taxable   Coh-YTD-Fica-Taxable.
     add      WS-FWT       to Coh-QTD-Fwt-Liab   Coh-YTD-Fwt-Liab.
     add      WS-SWT       to Coh-QTD-Swt-Liab   Coh-YTD-Swt-Liab.
     add      WS-Rg-FICA   to Coh-QTD-Fica-Liab  Coh-YTD-Fica-Liab.
     add      WS-Co-FICA   to Coh-QTD-Co-Fica-Liab Coh-YTD-Co-Fica-Liab.
     add      WS-Delivered to Coh-QTD-Other-Ded  Coh-YTD-Other-Ded.
     add      WS-Income    to Coh-QTD-Equity     Coh-YTD-Equity.
     if       WS-Eqi-Type = "N"
              add      WS-Income to Coh-QTD-NSO Coh-YTD-NSO.
*>
*> Federal deposit liability for the event date, as pymanchk.
*>
     compute  WS-Event-Qtr = (WS-Event-Month + 2) / 3.
     if       WS-Event-Qtr < 1 or > 4
              move 4 to WS-Event-Qtr.
     compute  WS-Amt-Work = WS-FWT + WS-Rg-FICA + WS-Co-FICA.
     if       WS-Amt-Work > zero
              perform  varying A from 1 by 1 until A > 12
                       if       Coh-Date (A) = WS-Event-Date
                                add  WS-Amt-Work to Coh-Tax (A)
                                exit perform
                       end-if
                       if       Coh-Date (A) = zero
                                move WS-Event-Date to Coh-Date (A)
                                add  WS-Amt-Work   to Coh-Tax (A)
                                exit perform
                       end-if
              end-perform
              add      WS-Amt-Work to Coh-Q-Tax (WS-Event-Qtr)
              compute  Coh-Q-Fica-Tax (WS-Event-Qtr) rounded =
                       Coh-Q-Fica-Tax (WS-Event-Qtr) + WS-Rg-FICA + WS-Co-FICA
     end-if.
*>
     if       PY-PR1-Check-History-Used = "Y"
              perform  ca010-Check-History.
*>
*> The event is remembered so it never posts again.
*>
     move     WS-Income      to Eqp-Income.
     move     WS-FWT         to Eqp-FWT.
     move     WS-SWT         to Eqp-SWT.
     move     WS-FICA        to Eqp-FICA.
     move     WS-MCare       to Eqp-MCare.
     move     WS-Sale-Amt    to Eqp-Sale-Amt.
     move     WS-Run-Date    to Eqp-Posted-Date.
     move     WS-CD-Args (1:8) to Eqp-Operator.
     write    PY-Equity-Posted-Record.
*>
     add      WS-Income      to WS-Tot-Income.
     if       WS-Eqi-Type = "N"
              add      WS-Income to WS-Tot-NSO.
     add      WS-FWT         to WS-Tot-FWT.
     add      WS-Rg-FICA     to WS-Tot-FICA.
     add      WS-SWT         to WS-Tot-SWT.
     add      WS-Co-FICA     to WS-Tot-Co-FICA.
     add      WS-Sale-Amt    to WS-Tot-Sale.
     add      WS-Sale-Diff   to WS-Tot-Diff.
*>
 ca000-Exit.  exit section.
*>
 ca010-Check-History         section.
*>**********************************
*>
*> The zero-net check history entry - income as gross and other pay,
*> the withholding in its buckets, the shares delivered as the other
*> deduction. A pay check already on file for the date has the event
*> added to it, which keeps its net (and its reconcile) untouched.
*>
     move     Emp-No           to Chkh-Emp-No.
     move     WS-Event-Date    to Chkh-Check-Date.
     read     PY-Check-History-File key Chkh-Key
              invalid key
                       move     Emp-No           to Chkh-Emp-No
                       move     WS-Event-Date    to Chkh-Check-Date
                       move     "X"              to Chkh-Interval   *> supplemental
                       move     zero             to Chkh-Check-No
                       move     Coh-Last-Apply-No to Chkh-Apply-No
                       perform  varying A from 1 by 1 until A > 16
                                move     zero to Chkh-Amt (A)
                       end-perform
                       set      Chkh-Stat-Cleared to true       *> nothing to cash
                       move     WS-Event-Date    to Chkh-Clear-Date
                       move     zero             to Chkh-Hours Chkh-Tips
                       move     "N"              to Chkh-ED-Posted
                       initialize Chkh-ED-Amts
                       move     "Y"              to Chkh-Ext-Posted
                       initialize Chkh-Ext
                       perform  ca020-Add-Amounts
                       write    PY-Chk-History-Record
                       go to    ca010-Exit
     end-read.
     perform  ca020-Add-Amounts.
     rewrite  PY-Chk-History-Record.
*>
 ca010-Exit.  exit section.
*>
 ca020-Add-Amounts           section.
*>**********************************
*>
     add      WS-Income    to Chkh-Amt (1).
     add      WS-Income    to Chkh-Amt (7).        *> other pay
     add      WS-FWT       to Chkh-Amt (9).
     add      WS-SWT       to Chkh-Amt (10).
     add      WS-Rg-FICA   to Chkh-Amt (12).
     add      WS-Delivered to Chkh-Amt (14).
     if       Chkh-Ext-Posted not = "Y"          *> a check from before Chkh-Ext
              move     "Y" to Chkh-Ext-Posted
              initialize Chkh-Ext.
     add      WS-Income    to Chkh-Equity Chkh-Supp-Wages.
     if       WS-Eqi-Type = "N"
              add      WS-Income to Chkh-NSO.
*>
 ca020-Exit.  exit section.
*>
*>
 ca030-Emst-Quarter          section.
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
 ca030-Exit.  exit section.
