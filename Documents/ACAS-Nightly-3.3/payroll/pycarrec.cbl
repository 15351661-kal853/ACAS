       >>source free
*>****************************************************************
*>      Benefit Carrier Invoice Reconciliation Against            *
*>        Enrollments, Plan Premiums & Payroll Deductions         *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pycarrec.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Checks a month's benefit carrier bill before it
*>                      is paid. The bill is imported from a CSV
*>                      (PY-Carrier-Inv-File, see wspycin.cob) - one
*>                      line per member SSN per plan with the tier and
*>                      premium billed - and may hold one carrier or
*>                      several, the carrier of each line being the
*>                      plan's Bpl-Payee-No.
*>
*>                      Per carrier payee it prints :
*>                        billed, not enrolled - no Active enrollment
*>                          in the plan (pyben) in force that month,
*>                          the member has left, the SSN or the plan is
*>                          not on file, or the member is billed twice;
*>                        enrolled, not billed;
*>                        rate and tier differences - the bill against
*>                          the plan master (pybpl) premium, employee
*>                          plus employer per pay x pays a year / 12,
*>                          at the tier elected;
*>                        employee share short - the month's checks
*>                          (check history) took less than the plan's
*>                          employee premium per pay from the slot the
*>                          enrollment deducts through (Chkh-ED-Amt).
*>                      and totals the credit to take on the next
*>                      invoice - everything billed for no enrolled
*>                      member plus the amounts over-billed.
*>
*>                      An enrollment is in force for the month when it
*>                      took effect by the month end and the employee
*>                      had not left before the month started. HSA
*>                      plans are not billed by a carrier and are left
*>                      out. Checks written before the per-slot amounts
*>                      were kept cannot be tested and are counted.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pymask.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      DATE-OF-INTEGER.
*>                      INTEGER-OF-DATE.
*>                      NUMVAL.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master.
*>                      pybpl.   Benefit Plan Master.
*>                      pyben.   Benefit Enrollments.
*>                      pychkh.  Check History.
*>                      pypayee. Third-Party Payee Master.
*>                      pycarinv.csv  Carrier Invoice - Input.
*>                      prt-1.   Carrier Invoice Reconciliation.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY403 - 409.
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
 copy "selpyemp.cob".
 copy "selpybpl.cob".
 copy "selpyben.cob".
 copy "selpychkh.cob".
 copy "selpypye.cob".
 copy "selpycin.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyemp.cob".
 copy "fdpybpl.cob".
 copy "fdpyben.cob".
 copy "fdpychkh.cob".
 copy "fdpypye.cob".
 copy "fdpycin.cob".
*>
 fd  Print-File
     reports are Carrier-Rec-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pycarrec (1.0.00)".  *> First release pre testing.
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
     03  PY-Emp-Status       pic xx.
     03  PY-Bpl-Status       pic xx.
     03  PY-Ben-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Pye-Status       pic xx.
     03  PY-Cin-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
     03  WS-Page-Lines       binary-char unsigned value 56.
*>
     03  WS-Today            pic 9(8)     value zero.
     03  WS-Chkh-Open        pic x        value "N".
     03  WS-Pye-Open         pic x        value "N".
     03  WS-Mask-Role        pic x        value space.
     03  WS-SSN-9            pic 9(9)     value zero.
     03  WS-SSN-Show         pic x(11)    value spaces.
*>
*> The month billed.
*>
     03  WS-Bill-Month       pic 9(6)     value zero.
     03  filler redefines WS-Bill-Month.
         05  WS-Bill-CCYY    pic 9(4).
         05  WS-Bill-MM      pic 99.
     03  WS-Month-Start      pic 9(8)     value zero.
     03  WS-Month-End        pic 9(8)     value zero.
     03  WS-Wk-Date          pic 9(8)     value zero.
     03  filler redefines WS-Wk-Date.
         05  WS-Wk-CCYY      pic 9(4).
         05  WS-Wk-MM        pic 99.
         05  WS-Wk-DD        pic 99.
     03  WS-Sel-Payee        pic 9(4)     value zero.
*>
*> CSV line parse.
*>
     03  WS-Cin-Ptr          pic 999      value zero.
     03  WS-Cin-Field-SSN    pic x(15)    value spaces.
     03  WS-Cin-Field-Plan   pic x(10)    value spaces.
     03  WS-Cin-Field-Tier   pic x(5)     value spaces.
     03  WS-Cin-Field-Prem   pic x(15)    value spaces.
     03  WS-SSN-Digits       pic x(9)     value spaces.
     03  WS-Dg               pic 99       value zero.
     03  WS-Cx               pic 99       value zero.
     03  WS-Cin-Lines-Read   pic 9(5)     value zero.
     03  WS-Cin-Lines-Bad    pic 9(5)     value zero.
*>
*> Subscripts, switches and the one enrollment being tested.
*>
     03  Ix                  pic 9(4)     value zero.
     03  Jx                  pic 9(4)     value zero.
     03  Ex                  pic 9(4)     value zero.
     03  Px                  pic 9(3)     value zero.
     03  Qx                  pic 9(3)     value zero.
     03  Tx                  pic 9        value zero.
     03  A                   pic 9        value zero.
     03  WS-Periods          pic 99       value zero.
     03  WS-Payee            pic 9(4)     value zero.
     03  WS-Payee-Name       pic x(32)    value spaces.
     03  WS-Pye-Head-Done    pic x        value "N".
     03  WS-Found            pic x        value "N".
     03  WS-Left-Date        pic 9(8)     value zero.
     03  WS-Expected         pic 9(5)v99  comp-3 value zero.
     03  WS-Difference       pic s9(5)v99 comp-3 value zero.
     03  WS-Tolerance        pic 9v99     comp-3 value 0.05.  *> cents lost to per-pay rounding
     03  WS-Share-Due        pic 9(5)v99  comp-3 value zero.
     03  WS-Share-Took       pic 9(5)v99  comp-3 value zero.
     03  WS-Checks           pic 99       value zero.
     03  WS-No-Detail        pic x        value "N".
     03  WS-Load-OK          pic x        value "Y".
     03  WS-Disp-Amt         pic zzz,zzz,zz9.99.
*>
*> One report line.
*>
     03  WS-Ln-Emp-No        pic 9(7)     value zero.
     03  WS-Ln-Name          pic x(24)    value spaces.
     03  WS-Ln-Plan          pic x(6)     value spaces.
     03  WS-Ln-Bill-Tier     pic 9        value zero.
     03  WS-Ln-Enr-Tier      pic 9        value zero.
     03  WS-Ln-Amount        pic 9(5)v99  comp-3 value zero.
     03  WS-Ln-Expected      pic 9(5)v99  comp-3 value zero.
     03  WS-Ln-Diff          pic s9(5)v99 comp-3 value zero.
     03  WS-Ln-Credit        pic 9(5)v99  comp-3 value zero.
     03  WS-Ln-Cond          pic x(24)    value spaces.
     03  WS-Ln-Left          pic 9(8)     value zero.
*>
*> Totals - the carrier's (Pt-) then the run's (Rt-).
*>
     03  WS-Pt-Billed        pic 9(7)v99  comp-3 value zero.
     03  WS-Pt-Expected      pic 9(7)v99  comp-3 value zero.
     03  WS-Pt-Over          pic 9(7)v99  comp-3 value zero.
     03  WS-Pt-Not-Enrolled  pic 9(7)v99  comp-3 value zero.
     03  WS-Pt-Credit        pic 9(7)v99  comp-3 value zero.
     03  WS-Pt-Under         pic 9(7)v99  comp-3 value zero.
     03  WS-Pt-Not-Billed    pic 9(7)v99  comp-3 value zero.
     03  WS-Pt-Short         pic 9(7)v99  comp-3 value zero.
     03  WS-Rt-Billed        pic 9(7)v99  comp-3 value zero.
     03  WS-Rt-Credit        pic 9(7)v99  comp-3 value zero.
     03  WS-Rt-Under         pic 9(7)v99  comp-3 value zero.
     03  WS-Rt-Short         pic 9(7)v99  comp-3 value zero.
     03  WS-Cnt-Listed       pic 9(5)     value zero.
     03  WS-Cnt-Enrolled     pic 9(5)     value zero.
     03  WS-Cnt-No-Detail    pic 9(5)     value zero.
*>
*> The bill as imported - Iv-Payee from the plan, Iv-Emp-No from the
*> SSN, zero when not on file.
*>
 01  WS-Inv-Table.
     03  WS-Inv-Count        pic 9(4)     value zero.
     03  WS-Inv-Entry                     occurs 5000.
         05  Iv-SSN          pic 9(9).
         05  Iv-Plan         pic x(6).
         05  Iv-Tier         pic 9.
         05  Iv-Billed       pic 9(5)v99  comp-3.
         05  Iv-Payee        pic 9(4).
         05  Iv-Plan-Found   pic x.
         05  Iv-Emp-No       pic 9(7).
         05  Iv-Matched      pic x.
*>
*> SSN to employee number, the whole master.
*>
 01  WS-Emp-Table.
     03  WS-Et-Count         pic 9(4)     value zero.
     03  WS-Et-Entry                      occurs 9999.
         05  Et-SSN          pic 9(9).
         05  Et-Emp-No       pic 9(7).
*>
*> Each plan's premiums for the plan year in force in the month billed
*> - the latest Bpl-Year not after it.
*>
 01  WS-Plan-Table.
     03  WS-Pn-Count         pic 9(3)     value zero.
     03  WS-Pn-Entry                      occurs 200.
         05  Pn-Code         pic x(6).
         05  Pn-Year         pic 9(4).
         05  Pn-Payee        pic 9(4).
         05  Pn-HSA          pic x.
         05  Pn-Tier-Grp                  occurs 4.
             07  Pn-Emp-Prem pic 9(5)v99  comp-3.
             07  Pn-Er-Prem  pic 9(5)v99  comp-3.
*>
*> The carriers to report, ascending.
*>
 01  WS-Payee-Table.
     03  WS-Py-Count         pic 9(3)     value zero.
     03  Py-Payee-No         pic 9(4)                 occurs 200.
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
     03  PY403           pic x(49) value "PY403 Carrier invoice file pycarinv.csv not found".
     03  PY404           pic x(47) value "PY404 Benefit plan or enrollment file not found".
     03  PY405           pic x(41) value "PY405 Month billed must be a valid ccyymm".
     03  PY406           pic x(59) value "PY406 Over 5000 invoice lines - split the file, run aborted".
     03  PY407           pic x(59) value "PY407 Nothing billed or enrolled for that carrier and month".
     03  PY408           pic x(43) value "PY408 Carrier payee not on the payee master".
     03  PY409           pic x(63) value "PY409 Over 9999 employees or 200 plans / carriers - run aborted".
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
*> One carrier after another - 132 columns.
*>
 RD  Carrier-Rec-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Carrier-Rec-Head  Type Page Heading.
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
         05  col 129     pic zz9     source Page-Counter.
     03  Line  3.
         05  col  37     pic x(53)   value "Benefit Carrier Invoice Reconciliation - Month Billed".
         05  col  91     pic 9(6)    source WS-Bill-Month.
     03  line  4.
         05  col   1                 value "Emp No  Employee                 SSN         Plan   B E   Amount  Expected  Difference    Credit Condition                    Left".
*>
 01  Carrier-Payee-Head type is detail.
     03  line + 2.
         05  col   1     pic x(9)          value "Carrier :".
         05  col  11     pic 9(4)          source WS-Payee.
         05  col  16     pic x(32)         source WS-Payee-Name.
*>
 01  Carrier-Rec-Detail type is detail.
     03  line + 1.
         05  col   1     pic z(7)          source WS-Ln-Emp-No.
         05  col   9     pic x(24)         source WS-Ln-Name.
         05  col  34     pic x(11)         source WS-SSN-Show.
         05  col  46     pic x(6)          source WS-Ln-Plan.
         05  col  53     pic z             source WS-Ln-Bill-Tier.
         05  col  55     pic z             source WS-Ln-Enr-Tier.
         05  col  57     pic zz,zz9.99     source WS-Ln-Amount.
         05  col  67     pic zz,zz9.99     source WS-Ln-Expected.
         05  col  77     pic -zz,zz9.99    source WS-Ln-Diff.
         05  col  88     pic zz,zz9.99     source WS-Ln-Credit.
         05  col  98     pic x(24)         source WS-Ln-Cond.
         05  col 123     pic z(8)          source WS-Ln-Left.
*>
 01  Carrier-Payee-Total type is detail.
     03  line + 2.
         05  col   9     pic x(36)         value "Billed on the invoice".
         05  col  46     pic z,zzz,zz9.99  source WS-Pt-Billed.
     03  line + 1.
         05  col   9     pic x(36)         value "Expected for the members enrolled".
         05  col  46     pic z,zzz,zz9.99  source WS-Pt-Expected.
     03  line + 1.
         05  col   9     pic x(36)         value "Billed for no enrolled member".
         05  col  46     pic z,zzz,zz9.99  source WS-Pt-Not-Enrolled.
     03  line + 1.
         05  col   9     pic x(36)         value "Over-billed - rate or tier".
         05  col  46     pic z,zzz,zz9.99  source WS-Pt-Over.
     03  line + 1.
         05  col   9     pic x(36)         value "Credit to take on the next invoice".
         05  col  46     pic z,zzz,zz9.99  source WS-Pt-Credit.
     03  line + 1.
         05  col   9     pic x(36)         value "Under-billed - owed to the carrier".
         05  col  46     pic z,zzz,zz9.99  source WS-Pt-Under.
     03  line + 1.
         05  col   9     pic x(36)         value "Enrolled but not billed".
         05  col  46     pic z,zzz,zz9.99  source WS-Pt-Not-Billed.
     03  line + 1.
         05  col   9     pic x(36)         value "Employee share short in payroll".
         05  col  46     pic z,zzz,zz9.99  source WS-Pt-Short.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(40)         value "All carriers - billed                  :".
         05  col  42     pic zzz,zzz,zz9.99 source WS-Rt-Billed.
     03  line + 1.
         05  col   1     pic x(40)         value "  credit to take                       :".
         05  col  42     pic zzz,zzz,zz9.99 source WS-Rt-Credit.
     03  line + 1.
         05  col   1     pic x(40)         value "  under-billed                         :".
         05  col  42     pic zzz,zzz,zz9.99 source WS-Rt-Under.
     03  line + 1.
         05  col   1     pic x(40)         value "  employee share short                 :".
         05  col  42     pic zzz,zzz,zz9.99 source WS-Rt-Short.
     03  line + 2.
         05  col   1     pic x(40)         value "Invoice lines read                     :".
         05  col  51     pic zzzz9         source WS-Cin-Lines-Read.
     03  line + 1.
         05  col   1     pic x(40)         value "  not readable - skipped               :".
         05  col  51     pic zzzz9         source WS-Cin-Lines-Bad.
     03  line + 1.
         05  col   1     pic x(40)         value "Enrollments in force tested           :".
         05  col  51     pic zzzz9         source WS-Cnt-Enrolled.
     03  line + 1.
         05  col   1     pic x(40)         value "  deductions not testable - old checks :".
         05  col  51     pic zzzz9         source WS-Cnt-No-Detail.
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
     move     WSE-Date-9 to WS-Today.
     move     WS-CD-Args (9:1) to WS-Mask-Role.
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
     display  "Carrier Invoice Reconciliation" at 0125 with foreground-color 2.
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
     open     input PY-Benefit-Plan-File.
     open     input PY-Benefit-Enroll-File.
     if       PY-Bpl-Status not = "00"
        or    PY-Ben-Status not = "00"
              display  PY404    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              close    PY-Benefit-Plan-File
                       PY-Benefit-Enroll-File
              goback   returning 1
     end-if.
     open     input PY-Employee-File.
     if       PY-PR1-Check-History-Used = "Y"
              open     input PY-Check-History-File
              if       PY-Chkh-Status = "00"
                       move     "Y" to WS-Chkh-Open
              end-if
     end-if.
     open     input PY-Payee-File.
     if       PY-Pye-Status = "00"
              move     "Y" to WS-Pye-Open.
*>
     perform  ba000-Reconcile.
*>
     if       WS-Pye-Open = "Y"
              close    PY-Payee-File.
     if       WS-Chkh-Open = "Y"
              close    PY-Check-History-File.
     close    PY-Employee-File
              PY-Benefit-Plan-File
              PY-Benefit-Enroll-File.
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
 az060-Error                 section.
*>**********************************
*>
*> Common tail for the messages that need nothing but a Return.
*>
     display  SY015    at line WS-Lines    col 1.
     accept   WS-Reply at line WS-Lines    col 58.
     display  space    at line WS-23-Lines col 1 with erase eos.
*>
 az060-Exit.  exit section.
*>
 ba000-Reconcile             section.
*>**********************************
*>
 ba005-Get-Month.
     display  "Benefit Carrier Invoice Reconciliation"        at line 1 col 1 with erase eos.
     display  "Month billed (ccyymm)  [      ]"               at line 3 col 1.
     display  "Carrier payee          [    ]  0 = every carrier on the invoice"
                                                              at line 4 col 1.
     display  "The invoice is read from pycarinv.csv"         at line 6 col 1.
     move     WS-Today (1:6) to WS-Bill-Month.
     accept   WS-Bill-Month at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     accept   WS-Sel-Payee  at line 4 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     move     WS-Bill-Month to WS-Wk-Date (1:6).
     move     01 to WS-Wk-DD.
     if       TEST-DATE-YYYYMMDD (WS-Wk-Date) not = zero
              display  PY405    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba005-Get-Month.
     move     WS-Wk-Date to WS-Month-Start.
     if       WS-Wk-MM = 12
              add      1 to WS-Wk-CCYY
              move     1 to WS-Wk-MM
     else
              add      1 to WS-Wk-MM
     end-if.
     compute  WS-Month-End = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-Wk-Date) - 1).
*>
     if       WS-Sel-Payee not = zero
              if       WS-Pye-Open not = "Y"
                       display  PY408    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ba000-Exit
              end-if
              move     WS-Sel-Payee to Pye-Payee-No
              read     PY-Payee-File key Pye-Payee-No
                       invalid key
                                display  PY408    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                perform  az060-Error
                                go to    ba000-Exit
              end-read
     end-if.
*>
     display  "Loading plans, employees and the invoice ..." at line 8 col 1.
     move     "Y" to WS-Load-OK.
     perform  bb000-Load-Plans.
     if       WS-Load-OK = "Y"
              perform  bc000-Load-Employees.
     if       WS-Load-OK = "Y"
              perform  bd000-Load-Invoice.
     if       WS-Load-OK not = "Y"
              go to    ba000-Exit.
     perform  be000-Carrier-List.
*>
     move     zero to WS-Rt-Billed WS-Rt-Credit WS-Rt-Under WS-Rt-Short
                      WS-Cnt-Listed WS-Cnt-Enrolled WS-Cnt-No-Detail.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Carrier-Rec-Report.
     perform  varying Qx from 1 by 1 until Qx > WS-Py-Count
              move     Py-Payee-No (Qx) to WS-Payee
              perform  ca000-Carrier
     end-perform.
     terminate Carrier-Rec-Report.
     if       WS-Cnt-Listed > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
              move     WS-Rt-Credit to WS-Disp-Amt
              display  "Credit to take on the next invoices" at line 10 col 1
              display  WS-Disp-Amt  at line 10 col 40 with foreground-color 2
              display  SY015    at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
     else
              close    Print-File
              display  PY407    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     end-if.
*>
 ba000-Exit.  exit section.
*>
 bb000-Load-Plans            section.
*>**********************************
*>
*> Plan master is plan / year / tier - in key order a later year
*> replaces an earlier one until the month billed is passed.
*>
     move     zero to WS-Pn-Count.
     move     low-values to Bpl-Key.
     start    PY-Benefit-Plan-File key not < Bpl-Key
              invalid key
                       go to bb000-Exit
     end-start.
     perform  forever
              read     PY-Benefit-Plan-File next record at end
                       exit perform
              end-read
              if       PY-Bpl-Status not = "00"
                       exit perform
              end-if
              if       Bpl-Year > WS-Bill-CCYY
                 or    Bpl-Tier < 1 or > 4
                       exit perform cycle
              end-if
              move     zero to Px
              perform  varying Ix from 1 by 1 until Ix > WS-Pn-Count
                       if       Pn-Code (Ix) = Bpl-Plan-Code
                                move     Ix to Px
                                exit perform
                       end-if
              end-perform
              if       Px = zero
                       if       WS-Pn-Count = 200
                                display  PY409    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                perform  az060-Error
                                move     "N" to WS-Load-OK
                                exit perform
                       end-if
                       add      1 to WS-Pn-Count
                       move     WS-Pn-Count to Px
                       initialize WS-Pn-Entry (Px)
                       move     Bpl-Plan-Code to Pn-Code (Px)
                       move     Bpl-Year      to Pn-Year (Px)
              end-if
              if       Bpl-Year > Pn-Year (Px)
                       initialize WS-Pn-Entry (Px)
                       move     Bpl-Plan-Code to Pn-Code (Px)
                       move     Bpl-Year      to Pn-Year (Px)
              end-if
              move     Bpl-Payee-No to Pn-Payee (Px)
              if       Bpl-Type-HSA
                       move     "Y" to Pn-HSA (Px)
              else
                       move     "N" to Pn-HSA (Px)
              end-if
              move     Bpl-Tier to Tx
              move     Bpl-Emp-Prem to Pn-Emp-Prem (Px Tx)
              move     Bpl-Er-Prem  to Pn-Er-Prem  (Px Tx)
     end-perform.
*>
 bb000-Exit.  exit section.
*>
 bc000-Load-Employees        section.
*>**********************************
*>
     move     zero to WS-Et-Count.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to bc000-Exit
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-Status = "D"
                       exit perform cycle
              end-if
              if       WS-Et-Count = 9999
                       display  PY409    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       move     "N" to WS-Load-OK
                       exit perform
              end-if
              add      1 to WS-Et-Count
              move     Emp-SSN to Et-SSN    (WS-Et-Count)
              move     Emp-No  to Et-Emp-No (WS-Et-Count)
     end-perform.
*>
 bc000-Exit.  exit section.
*>
 bd000-Load-Invoice          section.
*>**********************************
*>
*> Every readable line is held - the carrier from the plan, the
*> employee from the SSN - and those for another carrier than the
*> one asked for are dropped.
*>
     move     zero to WS-Inv-Count WS-Cin-Lines-Read WS-Cin-Lines-Bad.
     open     input PY-Carrier-Inv-File.
     if       PY-Cin-Status not = "00"
              display  PY403    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              move     "N" to WS-Load-OK
              go to    bd000-Exit.
     perform  forever
              read     PY-Carrier-Inv-File at end
                       exit perform
              end-read
              perform  bd010-Parse-Line
              if       WS-SSN-Digits = spaces
                       exit perform cycle           *> heading or blank line
              end-if
              add      1 to WS-Cin-Lines-Read
              if       WS-SSN-Digits (9:1) = space
                 or    WS-Cin-Field-Plan = spaces
                 or    WS-Cin-Field-Prem = spaces
                       add      1 to WS-Cin-Lines-Bad
                       exit perform cycle
              end-if
              if       WS-Inv-Count = 5000
                       display  PY406    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       move     "N" to WS-Load-OK
                       exit perform
              end-if
              add      1 to WS-Inv-Count
              move     WS-Inv-Count to Ix
              move     WS-SSN-Digits to Iv-SSN (Ix)
              move     WS-Cin-Field-Plan (1:6) to Iv-Plan (Ix)
              move     zero to Iv-Tier (Ix)
              if       WS-Cin-Field-Tier (1:1) is numeric
                       move     WS-Cin-Field-Tier (1:1) to Iv-Tier (Ix)
              end-if
              move     NUMVAL (WS-Cin-Field-Prem) to Iv-Billed (Ix)
              move     "N"  to Iv-Matched (Ix)
              move     "N"  to Iv-Plan-Found (Ix)
              move     zero to Iv-Payee (Ix)
              perform  varying Px from 1 by 1 until Px > WS-Pn-Count
                       if       Pn-Code (Px) = Iv-Plan (Ix)
                                move     "Y" to Iv-Plan-Found (Ix)
                                move     Pn-Payee (Px) to Iv-Payee (Ix)
                                exit perform
                       end-if
              end-perform
              if       WS-Sel-Payee not = zero
                 and   Iv-Payee (Ix) not = WS-Sel-Payee
                       subtract 1 from WS-Inv-Count
                       exit perform cycle
              end-if
              move     zero to Iv-Emp-No (Ix)
              perform  varying Ex from 1 by 1 until Ex > WS-Et-Count
                       if       Et-SSN (Ex) = Iv-SSN (Ix)
                                move     Et-Emp-No (Ex) to Iv-Emp-No (Ix)
                                exit perform
                       end-if
              end-perform
     end-perform.
     close    PY-Carrier-Inv-File.
*>
 bd000-Exit.  exit section.
*>
 bd010-Parse-Line            section.
*>**********************************
*>
*> SSN keeps its digits only - 123-45-6789 and 123456789 both serve.
*>
     move     spaces to WS-Cin-Field-SSN WS-Cin-Field-Plan
                        WS-Cin-Field-Tier WS-Cin-Field-Prem
                        WS-SSN-Digits.
     move     1 to WS-Cin-Ptr.
     unstring PY-Carrier-Inv-Record delimited by ","
                                     into WS-Cin-Field-SSN
                                          WS-Cin-Field-Plan
                                          WS-Cin-Field-Tier
                                          WS-Cin-Field-Prem
                                pointer WS-Cin-Ptr
     end-unstring.
     move     zero to WS-Dg.
     perform  varying WS-Cx from 1 by 1 until WS-Cx > 15
              if       WS-Cin-Field-SSN (WS-Cx:1) is numeric
                 and   WS-Dg < 9
                       add      1 to WS-Dg
                       move     WS-Cin-Field-SSN (WS-Cx:1) to WS-SSN-Digits (WS-Dg:1)
              end-if
     end-perform.
     inspect  WS-Cin-Field-Plan converting "abcdefghijklmnopqrstuvwxyz"
                                        to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
*>
 bd010-Exit.  exit section.
*>
 be000-Carrier-List          section.
*>**********************************
*>
*> Every carrier on the plan master plus any met only on the bill
*> (zero - a plan not on file or with no payee), in number order.
*>
     move     zero to WS-Py-Count.
     perform  varying Px from 1 by 1 until Px > WS-Pn-Count
              if       Pn-HSA (Px) not = "Y"
                       move     Pn-Payee (Px) to WS-Payee
                       perform  be010-Add-Payee
              end-if
     end-perform.
     perform  varying Ix from 1 by 1 until Ix > WS-Inv-Count
              move     Iv-Payee (Ix) to WS-Payee
              perform  be010-Add-Payee
     end-perform.
*>
 be000-Exit.  exit section.
*>
 be010-Add-Payee             section.
*>**********************************
*>
     if       WS-Sel-Payee not = zero
        and   WS-Payee not = WS-Sel-Payee
              go to    be010-Exit.
     move     zero to Jx.
     perform  varying Qx from 1 by 1 until Qx > WS-Py-Count
              if       Py-Payee-No (Qx) = WS-Payee
                       go to    be010-Exit
              end-if
              if       Py-Payee-No (Qx) > WS-Payee
                       move     Qx to Jx
                       exit perform
              end-if
     end-perform.
     if       WS-Py-Count = 200
              go to    be010-Exit.
     add      1 to WS-Py-Count.
     if       Jx = zero
              move     WS-Py-Count to Jx.
     perform  varying Qx from WS-Py-Count by -1 until Qx not > Jx
              move     Py-Payee-No (Qx - 1) to Py-Payee-No (Qx)
     end-perform.
     move     WS-Payee to Py-Payee-No (Jx).
*>
 be010-Exit.  exit section.
*>
 ca000-Carrier               section.
*>**********************************
*>
*> One carrier - its enrollments in force against the bill, then what
*> is left on the bill unmatched, then its totals.
*>
     move     "N" to WS-Pye-Head-Done.
     move     spaces to WS-Payee-Name.
     if       WS-Payee = zero
              move     "No carrier on the plan master" to WS-Payee-Name
     else
              if       WS-Pye-Open = "Y"
                       move     WS-Payee to Pye-Payee-No
                       read     PY-Payee-File key Pye-Payee-No
                                invalid key
                                         move     "Not on the payee master" to WS-Payee-Name
                                not invalid key
                                         move     Pye-Name to WS-Payee-Name
                       end-read
              end-if
     end-if.
     move     zero to WS-Pt-Billed WS-Pt-Expected WS-Pt-Over WS-Pt-Not-Enrolled
                      WS-Pt-Credit WS-Pt-Under WS-Pt-Not-Billed WS-Pt-Short.
*>
     move     low-values to Ben-Key.
     start    PY-Benefit-Enroll-File key not < Ben-Key
              invalid key
                       go to ca005-Unmatched
     end-start.
     perform  forever
              read     PY-Benefit-Enroll-File next record at end
                       exit perform
              end-read
              if       PY-Ben-Status not = "00"
                       exit perform
              end-if
              if       not Ben-Stat-Active
                 or    Ben-Eff-Date > WS-Month-End
                 or    Ben-Tier < 1 or > 4
                       exit perform cycle
              end-if
              move     zero to Px
              perform  varying Ix from 1 by 1 until Ix > WS-Pn-Count
                       if       Pn-Code (Ix) = Ben-Plan-Code
                                move     Ix to Px
                                exit perform
                       end-if
              end-perform
              if       Px = zero
                       exit perform cycle
              end-if
              if       Pn-HSA (Px) = "Y"
                 or    Pn-Payee (Px) not = WS-Payee
                       exit perform cycle
              end-if
              move     Ben-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                exit perform cycle
              end-read
              perform  zz010-Left-Date
              if       Emp-Status = "D"
                 or   (WS-Left-Date not = zero
                       and WS-Left-Date < WS-Month-Start)
                       exit perform cycle          *> not in force this month
              end-if
              perform  cb000-Enrollment
     end-perform.
*>
 ca005-Unmatched.
     perform  varying Ix from 1 by 1 until Ix > WS-Inv-Count
              if       Iv-Payee (Ix) = WS-Payee
                       add      Iv-Billed (Ix) to WS-Pt-Billed
                       if       Iv-Matched (Ix) not = "Y"
                                perform  cc000-Billed-Not-Enrolled
                       end-if
              end-if
     end-perform.
*>
     add      WS-Pt-Over WS-Pt-Not-Enrolled giving WS-Pt-Credit.
     if       WS-Pye-Head-Done = "Y"
        or    WS-Pt-Billed > zero
        or    WS-Pt-Expected > zero
              if       WS-Pye-Head-Done not = "Y"
                       generate Carrier-Payee-Head
                       move     "Y" to WS-Pye-Head-Done
              end-if
              generate Carrier-Payee-Total
              add      1 to WS-Cnt-Listed
     end-if.
     add      WS-Pt-Billed to WS-Rt-Billed.
     add      WS-Pt-Credit to WS-Rt-Credit.
     add      WS-Pt-Under  to WS-Rt-Under.
     add      WS-Pt-Short  to WS-Rt-Short.
*>
 ca000-Exit.  exit section.
*>
 cb000-Enrollment            section.
*>**********************************
*>
*> An enrollment in force - its bill line, the premium billed against
*> the plan's at the tier elected, and what payroll took for it.
*>
     add      1 to WS-Cnt-Enrolled.
     evaluate Emp-Pay-Interval
              when "W"  move 52 to WS-Periods
              when "B"  move 26 to WS-Periods
              when "S"  move 24 to WS-Periods
              when other
                        move 12 to WS-Periods
     end-evaluate.
     move     Ben-Tier to Tx.
     compute  WS-Expected rounded = (Pn-Emp-Prem (Px Tx) + Pn-Er-Prem (Px Tx))
                                  * WS-Periods / 12.
     add      WS-Expected to WS-Pt-Expected.
     perform  zz020-Line-From-Emp.
     move     Ben-Plan-Code to WS-Ln-Plan.
     move     Ben-Tier      to WS-Ln-Enr-Tier.
     move     WS-Expected   to WS-Ln-Expected.
*>
     move     "N" to WS-Found.
     perform  varying Ix from 1 by 1 until Ix > WS-Inv-Count
              if       Iv-Emp-No (Ix) = Emp-No
                 and   Iv-Plan (Ix) = Ben-Plan-Code
                 and   Iv-Matched (Ix) not = "Y"
                       move     "Y" to WS-Found
                       move     "Y" to Iv-Matched (Ix)
                       exit perform
              end-if
     end-perform.
     if       WS-Found not = "Y"
              move     zero to WS-Ln-Bill-Tier WS-Ln-Amount WS-Ln-Credit
              compute  WS-Ln-Diff = zero - WS-Expected
              move     "Enrolled, not billed" to WS-Ln-Cond
              add      WS-Expected to WS-Pt-Not-Billed
              perform  cz000-Line
     else
              move     Iv-Tier (Ix)   to WS-Ln-Bill-Tier
              move     Iv-Billed (Ix) to WS-Ln-Amount
              compute  WS-Difference = Iv-Billed (Ix) - WS-Expected
              move     WS-Difference to WS-Ln-Diff
              move     zero to WS-Ln-Credit
              if       Iv-Tier (Ix) not = Ben-Tier
                 or    WS-Difference > WS-Tolerance
                 or    WS-Difference < zero - WS-Tolerance
                       if       Iv-Tier (Ix) not = Ben-Tier
                                move     "Tier billed differs" to WS-Ln-Cond
                       else
                                move     "Rate differs"        to WS-Ln-Cond
                       end-if
                       if       WS-Difference > zero
                                move     WS-Difference to WS-Ln-Credit
                                add      WS-Difference to WS-Pt-Over
                       else
                                subtract WS-Difference from WS-Pt-Under
                       end-if
                       perform  cz000-Line
              end-if
     end-if.
*>
     perform  cb010-Employee-Share.
*>
 cb000-Exit.  exit section.
*>
 cb010-Employee-Share        section.
*>**********************************
*>
*> The month's checks, voids left out - each should have taken the
*> plan's employee premium per pay from the enrollment's slot.
*>
     if       WS-Chkh-Open not = "Y"
        or    Pn-Emp-Prem (Px Tx) = zero
              go to    cb010-Exit.
     move     zero to WS-Checks WS-Share-Took.
     move     "N"  to WS-No-Detail.
     move     Emp-No         to Chkh-Emp-No.
     move     WS-Month-Start to Chkh-Check-Date.
     start    PY-Check-History-File key not < Chkh-Key
              invalid key
                       go to cb010-Exit
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Emp-No not = Emp-No
                 or    Chkh-Check-Date > WS-Month-End
                       exit perform
              end-if
              if       Chkh-Stat-Void
                       exit perform cycle
              end-if
              if       Chkh-ED-Posted not = "Y"
                       if       Chkh-Interval not = "X"   *> supplemental - no benefits taken
                                move     "Y" to WS-No-Detail
                       end-if
                       exit perform cycle
              end-if
              add      1 to WS-Checks
              if       Ben-ED-Slot > zero
                       move     Ben-ED-Slot to A
                       add      Chkh-ED-Amt (A) to WS-Share-Took
              end-if
     end-perform.
     if       WS-No-Detail = "Y"
              add      1 to WS-Cnt-No-Detail
              go to    cb010-Exit.
     if       WS-Checks = zero
              go to    cb010-Exit.
     compute  WS-Share-Due = Pn-Emp-Prem (Px Tx) * WS-Checks.
     if       WS-Share-Took not < WS-Share-Due
              go to    cb010-Exit.
     move     zero           to WS-Ln-Bill-Tier WS-Ln-Credit.
     move     WS-Share-Took  to WS-Ln-Amount.
     move     WS-Share-Due   to WS-Ln-Expected.
     compute  WS-Ln-Diff = WS-Share-Took - WS-Share-Due.
     move     "Employee share short" to WS-Ln-Cond.
     compute  WS-Pt-Short = WS-Pt-Short + WS-Share-Due - WS-Share-Took.
     perform  cz000-Line.
*>
 cb010-Exit.  exit section.
*>
 cc000-Billed-Not-Enrolled   section.
*>**********************************
*>
*> A bill line no enrollment in force claimed - all of it is credit.
*>
     move     zero to WS-Ln-Emp-No WS-Ln-Enr-Tier WS-Ln-Expected WS-Ln-Left.
     move     spaces to WS-Ln-Name.
     move     Iv-SSN (Ix)    to WS-SSN-9.
     call     "pymask" using WS-SSN-9 WS-Mask-Role WS-SSN-Show.
     move     Iv-Plan (Ix)   to WS-Ln-Plan.
     move     Iv-Tier (Ix)   to WS-Ln-Bill-Tier.
     move     Iv-Billed (Ix) to WS-Ln-Amount WS-Ln-Credit.
     compute  WS-Ln-Diff = Iv-Billed (Ix).
     add      Iv-Billed (Ix) to WS-Pt-Not-Enrolled.
     evaluate true
              when Iv-Plan-Found (Ix) not = "Y"
                       move     "Billed, plan not on file" to WS-Ln-Cond
              when Iv-Emp-No (Ix) = zero
                       move     "Billed, SSN not on file"  to WS-Ln-Cond
              when other
                       move     Iv-Emp-No (Ix) to Emp-No
                       read     PY-Employee-File key Emp-No
                                invalid key
                                         move     zero to Emp-No
                       end-read
                       perform  zz020-Line-From-Emp
                       perform  zz010-Left-Date
                       move     "Billed, not enrolled" to WS-Ln-Cond
                       if       WS-Left-Date not = zero
                          and   WS-Left-Date < WS-Month-Start
                                move     "Billed, left employment" to WS-Ln-Cond
                                move     WS-Left-Date to WS-Ln-Left
                       else
                                perform  varying Jx from 1 by 1 until Jx > WS-Inv-Count
                                         if       Iv-Matched (Jx) = "Y"
                                            and   Iv-Emp-No (Jx) = Iv-Emp-No (Ix)
                                            and   Iv-Plan (Jx)   = Iv-Plan (Ix)
                                                  move     "Billed twice" to WS-Ln-Cond
                                                  exit perform
                                         end-if
                                end-perform
                       end-if
     end-evaluate.
     perform  cz000-Line.
*>
 cc000-Exit.  exit section.
*>
 cz000-Line                  section.
*>**********************************
*>
     if       WS-Pye-Head-Done not = "Y"
              generate Carrier-Payee-Head
              move     "Y" to WS-Pye-Head-Done.
     generate Carrier-Rec-Detail.
     add      1 to WS-Cnt-Listed.
*>
 cz000-Exit.  exit section.
*>
 zz010-Left-Date             section.
*>**********************************
*>
*> The date a terminated or deceased employee left, else zero.
*>
     move     zero to WS-Left-Date.
     if       Emp-Status = "T" or = "X"
              move     Emp-Term-Date to WS-Left-Date
              if       WS-Left-Date = zero
                       move     Emp-Death-Date to WS-Left-Date
              end-if
     end-if.
*>
 zz010-Exit.  exit section.
*>
 zz020-Line-From-Emp         section.
*>**********************************
*>
     move     Emp-No        to WS-Ln-Emp-No.
     move     Emp-Name      to WS-Ln-Name.
     move     Emp-SSN       to WS-SSN-9.
     call     "pymask" using WS-SSN-9 WS-Mask-Role WS-SSN-Show.
     move     zero          to WS-Ln-Left.
*>
 zz020-Exit.  exit section.
*>
