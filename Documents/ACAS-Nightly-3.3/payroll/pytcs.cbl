       >>source free
*>****************************************************************
*>          Annual Total Compensation Statement                   *
*>                                                               *
*>            Uses RW (Report writer for prints)                 +
*>                                                               *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pytcs.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          The year's total compensation per employee -
*>                      what was paid and what the company paid on the
*>                      employee's behalf - one statement a page.
*>
*>                      Gross pay by earnings type - from check history
*>                      when it is kept (pay rates 1 - 4 under their
*>                      PY-PR1-Rate-Name and other pay, void checks
*>                      left out), else from the history buckets
*>                      (taxable pay less imputed fringes, non-taxable
*>                      pay). Reported tips are not company money and
*>                      are not shown.
*>
*>                      Employer-paid, from His-Er as pyapply posts it:
*>                      FICA and Medicare, FUTA, SUI, SDI, PFML, the
*>                      401(k) match, union trust-fund fringes and the
*>                      value of leave earned - plus the employer HSA
*>                      contribution (His-HSA) and the employer share
*>                      of benefit premiums: each active enrollment's
*>                      plan (Bpl-Er-Prem per pay for the year and
*>                      tier) times the pays since it took effect -
*>                      counted off check history, else the pay
*>                      frequency over the months enrolled. HSA plans
*>                      are left to His-HSA.
*>
*>                      Shows the employer-paid total and the grand
*>                      total. Delivery as pyadvice - P prints them
*>                      all, E emails the statement to Emp-Email where
*>                      the employee has consented (Emp-Email-Consent)
*>                      and prints the rest, logging each one on the
*>                      advice delivery log.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master.
*>                      pyhis.   Employee (pay) History.
*>                      pychkh.  Check History (when kept).
*>                      pyben.   Benefits Enrollment.
*>                      pybpl.   Benefits Plan Master.
*>                      pyadvlog.txt  Delivery log - Extend.
*>                      tcs-nnnnnnn.txt  One rendered statement per
*>                               emailed employee, handed to the mail
*>                               interface via SYSTEM.
*>                      prt-1.   Statements.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 3, PY350 - 352.
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
 copy "selpyhis.cob".
 copy "selpychkh.cob".
 copy "selpyben.cob".
 copy "selpybpl.cob".
*>
 copy "selprint.cob".    *> 132
 copy "selpyadl.cob".
*>
*> One rendered statement per emailed employee - named per employee
*> at run time then handed to the mail interface.
*>
     select  PY-Tcs-Email-File
                             assign        WS-Email-File-Name
                             organization  line sequential
                             status        PY-Tef-Status.
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyemp.cob".
 copy "fdpyhis.cob".
 copy "fdpychkh.cob".
 copy "fdpyben.cob".
 copy "fdpybpl.cob".
*>
 fd  Print-File
     reports are Tcs-Report.
*>
 copy "fdpyadl.cob".
*>
 fd  PY-Tcs-Email-File.
 01  PY-Tcs-Email-Line       pic x(80).
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pytcs    (1.0.00)".  *> First release pre testing.
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
     03  PY-His-Emp-Status   pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Ben-Status       pic xx.
     03  PY-Bpl-Status       pic xx.
     03  PY-Adl-Status       pic xx.
     03  PY-Tef-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
     03  WS-Page-Lines       binary-char unsigned value 56.
*>
     03  WS-Year             pic 9(4)     value zero.
     03  WS-Sel-Emp          pic 9(7)     value zero.   *> zero = every employee
     03  WS-Chkh-Open        pic x        value "N".
     03  WS-Ben-Open         pic x        value "N".
     03  WS-Today            pic 9(8)     value zero.
     03  WS-Wk-Year          pic 9(4)     value zero.
     03  WS-From-Month       pic 99       value zero.
     03  WS-To-Month         pic 99       value zero.
     03  WS-Pays             pic 999      comp-3 value zero.
     03  WS-Amt-Work         pic s9(8)v99 comp-3 value zero.
     03  WS-Tcs-Emp-No       pic 9(7)     value zero.   *> report control
     03  Ln                  binary-char  unsigned value zero.
*>
*> Email delivery fields - as pyadvice.
*>
     03  WS-Delivery-Mode    pic x        value "P".   *> P = print all, E = email where consented
     03  WS-Email-File-Name  pic x(24)    value spaces.
     03  WS-Mail-Command     pic x(120)   value spaces.
     03  WS-Email-Line       pic x(80)    value spaces.
     03  WS-Email-Label      pic x(40)    value spaces.
     03  WS-Email-Amt        pic 9(8)v99  comp-3 value zero.
     03  WS-Amt-Edit9        pic zz,zzz,zz9.99.
     03  WS-Emp-No-X         pic 9(7)     value zero.   *> display copy for filenames
     03  WS-Disp-Cnt5        pic zzzz9.
*>
     03  WS-Printed-Cnt      pic 9(5)     value zero.
     03  WS-Emailed-Cnt      pic 9(5)     value zero.
*>
*> The statement - gross pay by earnings type and the employer-paid
*> amounts, named from WS-Er-Names below.
*>
     03  WS-Earn-Lines                    occurs 5.
         05  WS-Earn-Name    pic x(30).
         05  WS-Earn-Amt     pic 9(7)v99  comp-3.
     03  WS-Er-Amt           pic 9(7)v99  comp-3 occurs 10.
     03  WS-Gross-Total      pic 9(8)v99  comp-3 value zero.
     03  WS-Er-Total         pic 9(8)v99  comp-3 value zero.
     03  WS-Grand-Total      pic 9(8)v99  comp-3 value zero.
*>
 01  WS-Er-Names-Data.
     03  filler              pic x(30) value "Social Security and Medicare".
     03  filler              pic x(30) value "Federal Unemployment (FUTA)".
     03  filler              pic x(30) value "State Unemployment (SUI)".
     03  filler              pic x(30) value "State Disability (SDI)".
     03  filler              pic x(30) value "Paid Family & Medical Leave".
     03  filler              pic x(30) value "Benefit Plan Premiums".
     03  filler              pic x(30) value "Health Savings Account".
     03  filler              pic x(30) value "401(k) Matching Contribution".
     03  filler              pic x(30) value "Union Trust Fund Fringes".
     03  filler              pic x(30) value "Paid Time Off Earned".
 01  filler redefines WS-Er-Names-Data.
     03  WS-Er-Name          pic x(30) occurs 10.
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
     03  PY003           pic x(31) value "PY003 Employee File not Found -".
*>
*> Program specific
*>
     03  PY350           pic x(52) value "PY350 History file not found - nothing to state from".
     03  PY351           pic x(45) value "PY351 No pay or employer costs in the history".
     03  PY352           pic x(28) value "PY352 Employee not on file -".
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
 RD  Tcs-Report
     control      WS-Tcs-Emp-No
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Tcs-Head  Type Is Control Heading WS-Tcs-Emp-No Next Group Page.
*>
     03  line  1.
         05  col   1     pic x(17)   source Prog-Name.
         05  col  30     pic x(19)   value "ACAS Payroll System".
         05  col  55     pic x(28)   value "Total Compensation Statement".
     03  line  2.
         05  col  30     pic x(40)   source UserA.
         05  col  71     pic x(10)   source U-Date.
     03  line  4.
         05  col   1                 value "Employee No :".
         05  col  15     pic 9(7)          source Emp-No.
         05  col  25     pic x(32)         source Emp-Name.
         05  col  60                 value "Year :".
         05  col  67     pic 9(4)          source WS-Year.
*>
 01  Tcs-Detail type is detail.
     03  line  6.
         05  col   1                 value "Your Pay".
     03  line  7.
         05  col   3     pic x(30)         source WS-Earn-Name (1) present when WS-Earn-Name (1) not = spaces.
         05  col  45     pic zz,zzz,zz9.99 source WS-Earn-Amt (1)  present when WS-Earn-Name (1) not = spaces.
     03  line  8.
         05  col   3     pic x(30)         source WS-Earn-Name (2) present when WS-Earn-Name (2) not = spaces.
         05  col  45     pic zz,zzz,zz9.99 source WS-Earn-Amt (2)  present when WS-Earn-Name (2) not = spaces.
     03  line  9.
         05  col   3     pic x(30)         source WS-Earn-Name (3) present when WS-Earn-Name (3) not = spaces.
         05  col  45     pic zz,zzz,zz9.99 source WS-Earn-Amt (3)  present when WS-Earn-Name (3) not = spaces.
     03  line 10.
         05  col   3     pic x(30)         source WS-Earn-Name (4) present when WS-Earn-Name (4) not = spaces.
         05  col  45     pic zz,zzz,zz9.99 source WS-Earn-Amt (4)  present when WS-Earn-Name (4) not = spaces.
     03  line 11.
         05  col   3     pic x(30)         source WS-Earn-Name (5) present when WS-Earn-Name (5) not = spaces.
         05  col  45     pic zz,zzz,zz9.99 source WS-Earn-Amt (5)  present when WS-Earn-Name (5) not = spaces.
     03  line 12.
         05  col   3                 value "Total Gross Pay".
         05  col  45     pic zz,zzz,zz9.99 source WS-Gross-Total.
     03  line 14.
         05  col   1                 value "Paid By Your Employer On Your Behalf".
     03  line 15.
         05  col   3     pic x(30)         source WS-Er-Name (1).
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Amt (1).
     03  line 16.
         05  col   3     pic x(30)         source WS-Er-Name (2).
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Amt (2).
     03  line 17.
         05  col   3     pic x(30)         source WS-Er-Name (3).
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Amt (3).
     03  line 18.
         05  col   3     pic x(30)         source WS-Er-Name (4).
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Amt (4).
     03  line 19.
         05  col   3     pic x(30)         source WS-Er-Name (5).
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Amt (5).
     03  line 20.
         05  col   3     pic x(30)         source WS-Er-Name (6).
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Amt (6).
     03  line 21.
         05  col   3     pic x(30)         source WS-Er-Name (7).
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Amt (7).
     03  line 22.
         05  col   3     pic x(30)         source WS-Er-Name (8).
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Amt (8).
     03  line 23.
         05  col   3     pic x(30)         source WS-Er-Name (9).
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Amt (9).
     03  line 24.
         05  col   3     pic x(30)         source WS-Er-Name (10).
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Amt (10).
     03  line 25.
         05  col   3                 value "Total Employer-Paid".
         05  col  45     pic zz,zzz,zz9.99 source WS-Er-Total.
     03  line 27.
         05  col   1                 value "Total Compensation (Gross Pay + Employer-Paid)".
         05  col  45     pic zz,zzz,zz9.99 source WS-Grand-Total.
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
     move     WSE-Date-9 to WS-Today.
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
     display  "Total Compensation Statements" at 0125 with foreground-color 2.
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
     open     input PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY003         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Employee-File
              goback   returning 3
     end-if.
     open     input PY-History-File.
     if       PY-His-Emp-Status not = "00"
              display  PY350         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-History-File
                       PY-Employee-File
              goback   returning 4
     end-if.
*>
*> Check history and the benefit files are optional - without them
*> the earnings come from the history buckets and there are no
*> benefit premiums to add.
*>
     if       PY-PR1-Check-History-Used = "Y"
              open     input PY-Check-History-File
              if       PY-Chkh-Status = "00"
                       move     "Y" to WS-Chkh-Open
              end-if
     end-if.
     open     input PY-Benefit-Enroll-File.
     if       PY-Ben-Status = "00"
              open     input PY-Benefit-Plan-File
              if       PY-Bpl-Status = "00"
                       move     "Y" to WS-Ben-Open
              else
                       close    PY-Benefit-Enroll-File
              end-if
     end-if.
*>
     move     PY-PR2-Year to WS-Year.
     display  "Statement year                  [    ]" at 0501.
     accept   WS-Year at 0534 with UPDATE.
     display  "Employee number (0 = all)       [       ]" at 0701.
     accept   WS-Sel-Emp at 0734 with UPDATE.
     display  "Delivery mode - P = print all, E = email where consented [ ]"
                                   at 0901.
     move     "P" to WS-Delivery-Mode.
     accept   WS-Delivery-Mode at 0959 with UPPER UPDATE.
     if       WS-Delivery-Mode not = "E"
              move "P" to WS-Delivery-Mode.
     open     extend PY-Advice-Log-File.
     if       PY-Adl-Status = "35"
              open     output PY-Advice-Log-File
              close    PY-Advice-Log-File
              open     extend PY-Advice-Log-File
     end-if.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Tcs-Report.
     if       WS-Sel-Emp not = zero
              move     WS-Sel-Emp to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                display  PY352      at line WS-23-Lines col 1 foreground-color 4 erase eos
                                display  WS-Sel-Emp at line WS-23-Lines col 32
                                display  SY015      at line WS-Lines    col 1
                                accept   WS-Reply   at line WS-Lines    col 58
                       not invalid key
                                perform  ba000-Employee-Statement
              end-read
     else
              move     zero to Emp-No
              start    PY-Employee-File key not < Emp-No
                       invalid key
                                continue
              end-start
              perform  forever
                       read     PY-Employee-File next record at end
                                exit perform
                       end-read
                       if       PY-Emp-Status not = "00"
                                exit perform
                       end-if
                       perform  ba000-Employee-Statement
              end-perform
     end-if.
     terminate Tcs-Report.
     close    PY-Advice-Log-File.
     if       Page-Counter > zero           *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
     else
              close    Print-File
     end-if.
*>
     if       WS-Printed-Cnt = zero
        and   WS-Emailed-Cnt = zero
              display  PY351    at line WS-23-Lines col 1 foreground-color 2 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
     else
              move     WS-Printed-Cnt to WS-Disp-Cnt5
              display  "Statements printed       : " at line 12 col 5
              display  WS-Disp-Cnt5                  at line 12 col 33
              move     WS-Emailed-Cnt to WS-Disp-Cnt5
              display  "Statements emailed       : " at line 13 col 5
              display  WS-Disp-Cnt5                  at line 13 col 33
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
     end-if.
*>
     if       WS-Chkh-Open = "Y"
              close    PY-Check-History-File.
     if       WS-Ben-Open = "Y"
              close    PY-Benefit-Enroll-File
                       PY-Benefit-Plan-File.
     close    PY-History-File
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
 ba000-Employee-Statement    section.
*>**********************************
*>
*> One employee - no history record, or nothing paid and nothing
*> paid for, and there is no statement.
*>
     move     Emp-No to His-Emp-No.
     read     PY-History-File key His-Emp-No
              invalid key
                       go to ba000-Exit
     end-read.
*>
     perform  varying Ln from 1 by 1 until Ln > 5
              move     spaces to WS-Earn-Name (Ln)
              move     zero   to WS-Earn-Amt (Ln)
     end-perform.
     perform  varying Ln from 1 by 1 until Ln > 10
              move     zero   to WS-Er-Amt (Ln)
     end-perform.
*>
     if       WS-Chkh-Open = "Y"
              perform  bb000-Earnings-From-Checks
     else
              perform  bc000-Earnings-From-History
     end-if.
*>
     move     His-YTD-Er-FICA  to WS-Er-Amt (1).
     move     His-YTD-Er-FUTA  to WS-Er-Amt (2).
     move     His-YTD-Er-SUI   to WS-Er-Amt (3).
     move     His-YTD-Er-SDI   to WS-Er-Amt (4).
     move     His-YTD-Er-PFML  to WS-Er-Amt (5).
     if       WS-Ben-Open = "Y"
              perform  bd000-Benefit-Premiums.
     move     His-YTD-HSA-Er   to WS-Er-Amt (7).
     move     His-YTD-Er-Match to WS-Er-Amt (8).
     move     His-YTD-Er-Union to WS-Er-Amt (9).
     move     His-YTD-Er-PTO   to WS-Er-Amt (10).
*>
     move     zero to WS-Gross-Total WS-Er-Total.
     perform  varying Ln from 1 by 1 until Ln > 5
              add      WS-Earn-Amt (Ln) to WS-Gross-Total
     end-perform.
     perform  varying Ln from 1 by 1 until Ln > 10
              add      WS-Er-Amt (Ln) to WS-Er-Total
     end-perform.
     if       WS-Gross-Total = zero
        and   WS-Er-Total    = zero
              go to ba000-Exit.
     add      WS-Gross-Total WS-Er-Total giving WS-Grand-Total.
*>
*> Email mode - a consented employee with an address on file gets the
*> statement rendered and mailed, everyone else a printed one. Either
*> way the delivery is logged, as pyadvice does.
*>
     move     WS-Today to Adl-Date.
     move     Emp-No   to Adl-Emp-No.
     if       WS-Delivery-Mode = "E"
        and   Emp-Email-Consent = "Y"
        and   Emp-Email not = spaces
              perform  ca000-Email-Statement
              move     "EMAILED" to Adl-Method
              move     Emp-Email to Adl-Email
              add      1 to WS-Emailed-Cnt
     else
              move     Emp-No to WS-Tcs-Emp-No
              generate Tcs-Detail
              move     "PRINTED" to Adl-Method
              move     spaces    to Adl-Email
              add      1 to WS-Printed-Cnt
     end-if.
     write    PY-Advice-Log-Record.
*>
 ba000-Exit.  exit section.
*>
 bb000-Earnings-From-Checks  section.
*>**********************************
*>
*> The year's checks, voids left out - pay rates 1 - 4 (Chkh-Amt 2 -
*> 5) under the company's rate names and the other pay (6 - 7).
*>
     perform  varying Ln from 1 by 1 until Ln > 4
              move     PY-PR1-Rate-Name (Ln) to WS-Earn-Name (Ln)
     end-perform.
     move     "Other Pay" to WS-Earn-Name (5).
     move     Emp-No to Chkh-Emp-No.
     compute  Chkh-Check-Date = WS-Year * 10000 + 101.
     start    PY-Check-History-File key not < Chkh-Key
              invalid key
                       go to bb000-Exit
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Emp-No not = Emp-No
                       exit perform
              end-if
              compute  WS-Wk-Year = Chkh-Check-Date / 10000
              if       WS-Wk-Year not = WS-Year
                       exit perform
              end-if
              if       Chkh-Stat-Void
                       exit perform cycle
              end-if
              perform  varying Ln from 1 by 1 until Ln > 4
                       add      Chkh-Amt (Ln + 1) to WS-Earn-Amt (Ln)
              end-perform
              add      Chkh-Amt (6) Chkh-Amt (7) to WS-Earn-Amt (5)
     end-perform.
*>
 bb000-Exit.  exit section.
*>
 bc000-Earnings-From-History section.
*>**********************************
*>
*> No check history - the history buckets. Income- plus Other-Taxable
*> is the taxable gross with the pre-tax deductions back in (the tips
*> moved between them net out) but also the imputed fringes, which
*> are not pay the company made, so they come out.
*>
     move     "Taxable Pay"     to WS-Earn-Name (1).
     move     "Non-Taxable Pay" to WS-Earn-Name (2).
     compute  WS-Amt-Work = His-YTD-Income-Taxable + His-YTD-Other-Taxable
                          - His-YTD-Fringe.
     if       WS-Amt-Work > zero
              move     WS-Amt-Work to WS-Earn-Amt (1).
     move     His-YTD-Other-NonTaxable to WS-Earn-Amt (2).
*>
 bc000-Exit.  exit section.
*>
 bd000-Benefit-Premiums      section.
*>**********************************
*>
*> Each active enrollment's employer premium per pay, from the plan
*> for the statement year and the tier elected, times the pays since
*> it took effect. HSA plans are skipped - the employer money went in
*> through His-HSA.
*>
     move     Emp-No     to Ben-Emp-No.
     move     low-values to Ben-Plan-Code.
     start    PY-Benefit-Enroll-File key not < Ben-Key
              invalid key
                       go to bd000-Exit
     end-start.
     perform  forever
              read     PY-Benefit-Enroll-File next record at end
                       exit perform
              end-read
              if       PY-Ben-Status not = "00"
                 or    Ben-Emp-No not = Emp-No
                       exit perform
              end-if
              if       not Ben-Stat-Active
                       exit perform cycle
              end-if
              compute  WS-Wk-Year = Ben-Eff-Date / 10000
              if       WS-Wk-Year > WS-Year
                       exit perform cycle
              end-if
              move     Ben-Plan-Code to Bpl-Plan-Code
              move     WS-Year       to Bpl-Year
              move     Ben-Tier      to Bpl-Tier
              read     PY-Benefit-Plan-File key Bpl-Key
                       invalid key
                                exit perform cycle
              end-read
              if       Bpl-Type-HSA
                 or    Bpl-Er-Prem = zero
                       exit perform cycle
              end-if
              perform  be000-Count-Pays
              compute  WS-Er-Amt (6) = WS-Er-Amt (6) + (Bpl-Er-Prem * WS-Pays)
     end-perform.
*>
 bd000-Exit.  exit section.
*>
 be000-Count-Pays            section.
*>**********************************
*>
*> Pays in the statement year on or after the enrollment took effect
*> - the employee's checks (voids left out) when check history is
*> kept, else the pay frequency over the months enrolled, through
*> this month for the current year.
*>
     move     zero to WS-Pays.
     if       WS-Chkh-Open not = "Y"
              go to be010-By-Frequency.
     move     Emp-No to Chkh-Emp-No.
     compute  Chkh-Check-Date = WS-Year * 10000 + 101.
     if       Ben-Eff-Date > Chkh-Check-Date
              move     Ben-Eff-Date to Chkh-Check-Date.
     start    PY-Check-History-File key not < Chkh-Key
              invalid key
                       go to be000-Exit
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Emp-No not = Emp-No
                       exit perform
              end-if
              compute  WS-Wk-Year = Chkh-Check-Date / 10000
              if       WS-Wk-Year not = WS-Year
                       exit perform
              end-if
              if       not Chkh-Stat-Void
                       add      1 to WS-Pays
              end-if
     end-perform.
     go       to be000-Exit.
*>
 be010-By-Frequency.
     move     1  to WS-From-Month.
     compute  WS-Wk-Year = Ben-Eff-Date / 10000.
     if       WS-Wk-Year = WS-Year
              compute  WS-From-Month = (Ben-Eff-Date / 100) - (WS-Year * 100).
     move     12 to WS-To-Month.
     compute  WS-Wk-Year = WS-Today / 10000.
     if       WS-Wk-Year = WS-Year
              compute  WS-To-Month = (WS-Today / 100) - (WS-Year * 100).
     if       WS-To-Month < WS-From-Month
              go to be000-Exit.
     compute  WS-Pays rounded = Emp-Pay-Freq * (WS-To-Month - WS-From-Month + 1) / 12.
*>
 be000-Exit.  exit section.
*>
 ca000-Email-Statement       section.
*>**********************************
*>
*> Render this employee's statement to its own file then hand it to
*> the site mail interface, as pyadvice does. The rendered file is
*> left on disk for the delivery audit.
*>
     move     spaces to WS-Email-File-Name.
     move     Emp-No to WS-Emp-No-X.
     string   "tcs-"       delimited by size
              WS-Emp-No-X  delimited by size
              ".txt"       delimited by size
              into WS-Email-File-Name.
     open     output PY-Tcs-Email-File.
     move     spaces to WS-Email-Line.
     string   "Total Compensation Statement " delimited by size
              WS-Year                         delimited by size
              " - "                           delimited by size
              PY-PR1-Co-Name                  delimited by size
              into WS-Email-Line.
     write    PY-Tcs-Email-Line from WS-Email-Line.
     move     Emp-Name to WS-Email-Line.
     write    PY-Tcs-Email-Line from WS-Email-Line.
     move     spaces to WS-Email-Line.
     write    PY-Tcs-Email-Line from WS-Email-Line.
     move     "Your Pay" to WS-Email-Line.
     write    PY-Tcs-Email-Line from WS-Email-Line.
     perform  varying Ln from 1 by 1 until Ln > 5
              if       WS-Earn-Name (Ln) not = spaces
                       move     WS-Earn-Name (Ln) to WS-Email-Label
                       move     WS-Earn-Amt (Ln)  to WS-Email-Amt
                       perform  cb000-Email-Amount-Line
              end-if
     end-perform.
     move     "Total Gross Pay" to WS-Email-Label.
     move     WS-Gross-Total    to WS-Email-Amt.
     perform  cb000-Email-Amount-Line.
     move     spaces to WS-Email-Line.
     write    PY-Tcs-Email-Line from WS-Email-Line.
     move     "Paid By Your Employer On Your Behalf" to WS-Email-Line.
     write    PY-Tcs-Email-Line from WS-Email-Line.
     perform  varying Ln from 1 by 1 until Ln > 10
              move     WS-Er-Name (Ln) to WS-Email-Label
              move     WS-Er-Amt (Ln)  to WS-Email-Amt
              perform  cb000-Email-Amount-Line
     end-perform.
     move     "Total Employer-Paid" to WS-Email-Label.
     move     WS-Er-Total           to WS-Email-Amt.
     perform  cb000-Email-Amount-Line.
     move     spaces to WS-Email-Line.
     write    PY-Tcs-Email-Line from WS-Email-Line.
     move     "Total Compensation"  to WS-Email-Label.
     move     WS-Grand-Total        to WS-Email-Amt.
     perform  cb000-Email-Amount-Line.
     close    PY-Tcs-Email-File.
*>
     move     spaces to WS-Mail-Command.
     string   "mail -s 'Total Compensation Statement' " delimited by size
              Emp-Email               delimited by space
              " < "                   delimited by size
              WS-Email-File-Name      delimited by space
              into WS-Mail-Command.
     call     "SYSTEM" using WS-Mail-Command.
*>
 ca000-Exit.  exit section.
*>
 cb000-Email-Amount-Line     section.
*>**********************************
*>
     move     spaces to WS-Email-Line.
     move     WS-Email-Label to WS-Email-Line (3:40).
     move     WS-Email-Amt   to WS-Amt-Edit9.
     move     WS-Amt-Edit9   to WS-Email-Line (45:13).
     write    PY-Tcs-Email-Line from WS-Email-Line.
*>
 cb000-Exit.  exit section.
