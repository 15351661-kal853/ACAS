       >>source free
*>****************************************************************
*>        FICA Tip Credit - Form 8846 Worksheet                   *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       py8846.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          The restaurant operation's employer credit for
*>                      the social security and Medicare paid on tips
*>                      (Form 8846), beside py8027's allocation. Only
*>                      tips above what brings the cash wage up to the
*>                      federal minimum wage as it stood on 01/01/2007
*>                      ($5.15, keyed each run) are creditable.
*>
*>                      Worked per employee per pay period off check
*>                      history (Chkh-Hours, Chkh-Amt (1) cash wages,
*>                      Chkh-Tips as posted by pyapply), void checks
*>                      left out, for employees employer FICA is paid
*>                      for (not FICA exempt, not ministers):
*>
*>                      - hours x minimum wage less the cash wages is
*>                        what the tips must make up - those tips are
*>                        not creditable, the rest are;
*>                      - the creditable tips take the employer FICA
*>                        rate (Ded-CO-FICA-Rate) while the year's
*>                        FICA wages (cash wages and tips, with any
*>                        predecessor wages) are under the wage base
*>                        (Ded-CO-FICA-Limit) and the Medicare rate
*>                        only (PY-PR6-MCare-Rate, 1.45 when not set)
*>                        above it.
*>
*>                      Prints each tipped period and the employee's
*>                      total, then the Form 8846 worksheet lines and
*>                      the credit quarter by quarter with a running
*>                      total for the estimated tax payments. A
*>                      period with tips but no hours is flagged -
*>                      nothing can be taken off its tips.
*>
*>                      Needs PY-PR1-Check-History-Used = "Y".
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
*>                      pyded.   System Deductions (FICA rate, base).
*>                      pyemp.   Employee Master.
*>                      pychkh.  Check History.
*>                      prt-1.   Form 8846 Worksheet.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 3, PY346 - 349.
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
 copy "selpyded.cob".
 copy "selpyemp.cob".
 copy "selpychkh.cob".
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
*>
 fd  Print-File
     reports are Tip-Credit-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "py8846   (1.0.00)".  *> First release pre testing.
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
     03  WS-Min-Wage         pic 9v99     value 5.15.
     03  WS-Full-Rate        pic 99v99    value zero.
     03  WS-MCare-Rate       pic 99v99    value zero.
     03  WS-Wk-Year          pic 9(4)     value zero.
     03  WS-Wk-Month         pic 99       value zero.
     03  WS-Qtr              pic 9        value zero.
     03  Q                   pic 9        value zero.
*>
*> One period.
*>
     03  WS-Pd-Needed        pic 9(7)v99  comp-3 value zero.
     03  WS-Pd-NonCred       pic 9(7)v99  comp-3 value zero.
     03  WS-Pd-Cred          pic 9(7)v99  comp-3 value zero.
     03  WS-Pd-Under         pic 9(7)v99  comp-3 value zero.
     03  WS-Pd-Over          pic 9(7)v99  comp-3 value zero.
     03  WS-Pd-Credit        pic 9(7)v99  comp-3 value zero.
     03  WS-Pd-Flag          pic x(5)     value spaces.
     03  WS-Room             pic s9(9)v99 comp-3 value zero.
*>
*> The employee's year.
*>
     03  WS-Fica-YTD         pic 9(9)v99  comp-3 value zero.
     03  WS-Emp-Tips         pic 9(9)v99  comp-3 value zero.
     03  WS-Emp-NonCred      pic 9(9)v99  comp-3 value zero.
     03  WS-Emp-Cred         pic 9(9)v99  comp-3 value zero.
     03  WS-Emp-Credit       pic 9(9)v99  comp-3 value zero.
*>
*> Form 8846 and the quarters.
*>
     03  WS-Tot-Tips         pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-NonCred      pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Cred         pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Over         pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Credit       pic 9(9)v99  comp-3 value zero.
     03  WS-Tipped-Emps      pic 9(5)     value zero.
     03  WS-No-Hours         pic 9(5)     value zero.
     03  WS-Quarters                      occurs 4.
         05  WS-Qtr-Tips     pic 9(9)v99  comp-3.
         05  WS-Qtr-Cred     pic 9(9)v99  comp-3.
         05  WS-Qtr-Credit   pic 9(9)v99  comp-3.
         05  WS-Qtr-Running  pic 9(9)v99  comp-3.
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
     03  PY346           pic x(63) value "PY346 Check history not kept or not found - the credit needs it".
     03  PY347           pic x(65) value "PY347 Deduction file not found - the employer FICA rate is needed".
     03  PY348           pic x(55) value "PY348 Employer FICA not in use - there is no tip credit".
     03  PY349           pic x(55) value "PY349 No tips reported in that year - nothing to credit".
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
 RD  Tip-Credit-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Credit-Head  Type Page Heading.
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
         05  col  30     pic x(48)   value "FICA Tip Credit - Form 8846 Worksheet - Tax Year".
         05  col  79     pic 9(4)    source WS-Year.
         05  col  85     pic x(14)   value "Minimum wage $".
         05  col  99     pic 9.99    source WS-Min-Wage.
     03  line  4.
         05  col   1                 value "Emp No  Employee Name                  Chk Date Q     Hours Cash Wages       Tips   Min Wage   Not Cred Creditable    Credit".
*>
 01  Tip-Period-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)          source Emp-No.
         05  col   9     pic x(30)         source Emp-Name.
         05  col  40     pic 9(8)          source Chkh-Check-Date.
         05  col  49     pic 9             source WS-Qtr.
         05  col  51     pic zz,zz9.99     source Chkh-Hours.
         05  col  61     pic zzz,zz9.99    source Chkh-Amt (1).
         05  col  72     pic zzz,zz9.99    source Chkh-Tips.
         05  col  83     pic zzz,zz9.99    source WS-Pd-Needed.
         05  col  94     pic zzz,zz9.99    source WS-Pd-NonCred.
         05  col 105     pic zzz,zz9.99    source WS-Pd-Cred.
         05  col 116     pic zz,zz9.99     source WS-Pd-Credit.
         05  col 126     pic x(5)          source WS-Pd-Flag.
*>
 01  Tip-Emp-Total type is detail.
     03  line + 1.
         05  col   9     pic x(14)         value "Employee total".
         05  col  72     pic zzz,zz9.99    source WS-Emp-Tips.
         05  col  94     pic zzz,zz9.99    source WS-Emp-NonCred.
         05  col 105     pic zzz,zz9.99    source WS-Emp-Cred.
         05  col 116     pic zz,zz9.99     source WS-Emp-Credit.
     03  line + 1.
         05  col   1     pic x             value space.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(55)         value "Form 8846 - Employer Social Security And Medicare Taxes".
         05  col  57     pic x(35)         value "Paid On Certain Employee Tips - Tax".
         05  col  93     pic 9(4)          source WS-Year.
     03  line + 2.
         05  col   1     pic x(55)         value "Line 1  Tips on which employer FICA was paid         :".
         05  col  57     pic zzz,zzz,zz9.99 source WS-Tot-Tips.
     03  line + 1.
         05  col   1     pic x(55)         value "Line 2  Tips not creditable (up to the minimum wage) :".
         05  col  57     pic zzz,zzz,zz9.99 source WS-Tot-NonCred.
     03  line + 1.
         05  col   1     pic x(55)         value "Line 3  Creditable tips (line 1 less line 2)        :".
         05  col  57     pic zzz,zzz,zz9.99 source WS-Tot-Cred.
     03  line + 1.
         05  col   1     pic x(55)         value "Line 4  Line 3 at the employer FICA rate            :".
         05  col  57     pic zzz,zzz,zz9.99 source WS-Tot-Credit.
     03  line + 1.
         05  col   1     pic x(55)         value "        creditable tips over the wage base (Medicare):".
         05  col  57     pic zzz,zzz,zz9.99 source WS-Tot-Over.
     03  line + 1.
         05  col   1     pic x(55)         value "Line 6  Credit (before any line 5 pass-through)      :".
         05  col  57     pic zzz,zzz,zz9.99 source WS-Tot-Credit.
     03  line + 2.
         05  col   1                       value "Quarter   Tips Reported   Creditable Tips          Credit   Running Total".
     03  line + 1.
         05  col   1     pic x             value "1".
         05  col  11     pic zzz,zzz,zz9.99 source WS-Qtr-Tips (1).
         05  col  29     pic zzz,zzz,zz9.99 source WS-Qtr-Cred (1).
         05  col  45     pic zzz,zzz,zz9.99 source WS-Qtr-Credit (1).
         05  col  61     pic zzz,zzz,zz9.99 source WS-Qtr-Running (1).
     03  line + 1.
         05  col   1     pic x             value "2".
         05  col  11     pic zzz,zzz,zz9.99 source WS-Qtr-Tips (2).
         05  col  29     pic zzz,zzz,zz9.99 source WS-Qtr-Cred (2).
         05  col  45     pic zzz,zzz,zz9.99 source WS-Qtr-Credit (2).
         05  col  61     pic zzz,zzz,zz9.99 source WS-Qtr-Running (2).
     03  line + 1.
         05  col   1     pic x             value "3".
         05  col  11     pic zzz,zzz,zz9.99 source WS-Qtr-Tips (3).
         05  col  29     pic zzz,zzz,zz9.99 source WS-Qtr-Cred (3).
         05  col  45     pic zzz,zzz,zz9.99 source WS-Qtr-Credit (3).
         05  col  61     pic zzz,zzz,zz9.99 source WS-Qtr-Running (3).
     03  line + 1.
         05  col   1     pic x             value "4".
         05  col  11     pic zzz,zzz,zz9.99 source WS-Qtr-Tips (4).
         05  col  29     pic zzz,zzz,zz9.99 source WS-Qtr-Cred (4).
         05  col  45     pic zzz,zzz,zz9.99 source WS-Qtr-Credit (4).
         05  col  61     pic zzz,zzz,zz9.99 source WS-Qtr-Running (4).
     03  line + 2.
         05  col   1     pic x(40)         value "Tipped employees                       :".
         05  col  42     pic zzzz9         source WS-Tipped-Emps.
     03  line + 1.
         05  col   1     pic x(40)         value "Periods with tips but no hours (NO HR) :".
         05  col  42     pic zzzz9         source WS-No-Hours.
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
     display  "FICA Tip Credit / Form 8846" at 0125 with foreground-color 2.
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
     if       PY-PR1-Check-History-Used not = "Y"
              display  PY346    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              goback   returning 4
     end-if.
*>
*> Employer FICA rate and wage base off the deduction file.
*>
     open     input PY-System-Deduction-File.
     if       PY-Ded-Status = "00"
              move     1 to RRN
              read     PY-System-Deduction-File
              if       PY-Ded-Status not = "00"
                       move     "23" to PY-Ded-Status
              end-if
              close    PY-System-Deduction-File
     end-if.
     if       PY-Ded-Status not = "00"
              display  PY347    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 AUTO
              goback   returning 2
     end-if.
     if       Ded-CO-FICA-Used not = "Y"
        or    Ded-CO-FICA-Rate = zero
              display  PY348    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              goback   returning 5
     end-if.
     move     Ded-CO-FICA-Rate   to WS-Full-Rate.
     move     PY-PR6-MCare-Rate  to WS-MCare-Rate.
     if       WS-MCare-Rate = zero
              move     1.45 to WS-MCare-Rate.
*>
     open     input PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY003         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Employee-File
              goback   returning 3
     end-if.
     open     input PY-Check-History-File.
     if       PY-Chkh-Status not = "00"
              display  PY346    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 AUTO
              close    PY-Employee-File
              goback   returning 4
     end-if.
*>
     move     PY-PR2-Year to WS-Year.
     display  "Tax year                        [    ]" at 0501.
     accept   WS-Year at 0534 with UPDATE.
     display  "Federal minimum wage (01/01/2007)  [    ]" at 0701.
     accept   WS-Min-Wage at 0737 with UPDATE.
     if       WS-Min-Wage = zero
              move     5.15 to WS-Min-Wage.
*>
     perform  varying Q from 1 by 1 until Q > 4
              move     zero to WS-Qtr-Tips (Q) WS-Qtr-Cred (Q)
                               WS-Qtr-Credit (Q) WS-Qtr-Running (Q)
     end-perform.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Tip-Credit-Report.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       continue
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-FICA-Exempt = "Y"
                 or    Emp-Minister
                       exit perform cycle          *> no employer FICA paid
              end-if
              perform  ba000-Employee-Year
     end-perform.
*>
*> Running total through the quarters.
*>
     move     WS-Qtr-Credit (1) to WS-Qtr-Running (1).
     perform  varying Q from 2 by 1 until Q > 4
              compute  WS-Qtr-Running (Q) = WS-Qtr-Running (Q - 1)
                                          + WS-Qtr-Credit (Q)
     end-perform.
     terminate Tip-Credit-Report.
     close    Print-File.
     if       WS-Tipped-Emps > zero
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
     else
              display  PY349    at line WS-23-Lines col 1 foreground-color 2 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
     end-if.
*>
     close    PY-Check-History-File
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
 ba000-Employee-Year         section.
*>**********************************
*>
*> The employee's checks for the year in date order - every check
*> counts toward the wage base, the ones with tips are worked and
*> printed.
*>
     move     Emp-Pred-Wages to WS-Fica-YTD.
     move     zero to WS-Emp-Tips WS-Emp-NonCred WS-Emp-Cred WS-Emp-Credit.
     move     Emp-No to Chkh-Emp-No.
     compute  Chkh-Check-Date = WS-Year * 10000 + 101.
     start    PY-Check-History-File key not < Chkh-Key
              invalid key
                       go to ba000-Exit
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
              if       Chkh-Tips > zero
                       perform  bb000-Tipped-Period
              end-if
              add      Chkh-Amt (1) Chkh-Tips to WS-Fica-YTD
     end-perform.
     if       WS-Emp-Tips > zero
              add      1 to WS-Tipped-Emps
              generate Tip-Emp-Total
     end-if.
*>
 ba000-Exit.  exit section.
*>
 bb000-Tipped-Period         section.
*>**********************************
*>
*> Tips that only make the cash wage up to the minimum wage are not
*> creditable. Of the rest, what fits under the wage base left after
*> this period's cash wage and non-creditable tips takes the full
*> employer rate, the remainder Medicare alone.
*>
     compute  WS-Wk-Month = (Chkh-Check-Date / 100) - (WS-Wk-Year * 100).
     compute  WS-Qtr = (WS-Wk-Month + 2) / 3.
     if       WS-Qtr < 1 or > 4
              move     4 to WS-Qtr.
     move     spaces to WS-Pd-Flag.
     if       Chkh-Hours = zero
              move     "NO HR" to WS-Pd-Flag
              add      1 to WS-No-Hours.
*>
     compute  WS-Pd-Needed rounded = Chkh-Hours * WS-Min-Wage.
     move     zero to WS-Pd-NonCred.
     if       WS-Pd-Needed > Chkh-Amt (1)
              compute  WS-Pd-NonCred = WS-Pd-Needed - Chkh-Amt (1)
              if       WS-Pd-NonCred > Chkh-Tips
                       move     Chkh-Tips to WS-Pd-NonCred
              end-if
     end-if.
     compute  WS-Pd-Cred = Chkh-Tips - WS-Pd-NonCred.
*>
     compute  WS-Room = Ded-CO-FICA-Limit - WS-Fica-YTD
                      - Chkh-Amt (1) - WS-Pd-NonCred.
     if       WS-Room < zero
              move     zero to WS-Room.
     if       WS-Pd-Cred > WS-Room
              move     WS-Room to WS-Pd-Under
     else
              move     WS-Pd-Cred to WS-Pd-Under.
     compute  WS-Pd-Over = WS-Pd-Cred - WS-Pd-Under.
     compute  WS-Pd-Credit rounded = (WS-Pd-Under * WS-Full-Rate / 100)
                                   + (WS-Pd-Over  * WS-MCare-Rate / 100).
*>
     add      Chkh-Tips     to WS-Emp-Tips    WS-Tot-Tips    WS-Qtr-Tips (WS-Qtr).
     add      WS-Pd-NonCred to WS-Emp-NonCred WS-Tot-NonCred.
     add      WS-Pd-Cred    to WS-Emp-Cred    WS-Tot-Cred    WS-Qtr-Cred (WS-Qtr).
     add      WS-Pd-Over    to WS-Tot-Over.
     add      WS-Pd-Credit  to WS-Emp-Credit  WS-Tot-Credit  WS-Qtr-Credit (WS-Qtr).
     generate Tip-Period-Detail.
*>
 bb000-Exit.  exit section.
