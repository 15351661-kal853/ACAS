       >>source free
*>****************************************************************
*>       Year-Start Roth Catch-Up Determination Run               *
*>         (SECURE 2.0 - prior-year high earners)                 *
*>                                                                *
*>            Uses RW (Report writer for prints)                  *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyrothcu.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          From 2026 an employee who is 50 or over by the
*>                      end of the plan year AND whose prior-year FICA
*>                      wages were over the indexed threshold (PY-PR6-
*>                      Roth-CU-Wages, keyed in py900) must make any
*>                      401(k) catch-up as Roth, not pre-tax.
*>
*>                      Run once at the start of the plan year - after
*>                      py930 has closed the old year (PY-PR2-Year is
*>                      the new one) but before the first apply, while
*>                      His-YTD still holds the prior year. Prior-year
*>                      FICA wages = His-YTD-Fica-Taxable + His-YTD-
*>                      Tips (the W-2 box 3 + box 7 figure).
*>
*>                      Every employee's Emp-Roth-CU-Flag is set Y or
*>                      N and Emp-Roth-CU-Year stamped with the plan
*>                      year; pyapply bd000 routes the catch-up past
*>                      the regular deferral limit to the employee's
*>                      Roth entry (Emp-ED-Tax-Class 4) while the flag
*>                      is Y for the check year. The report lists each
*>                      employee flagged and shouts where no Roth entry
*>                      is set up yet - the catch-up cannot be taken
*>                      for them until one is.
*>
*>                      Runs under the exclusive run lock (pylock "X")
*>                      like an apply, and journals every rewrite.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pylock.
*>                      pyjrnl.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>    Files used :
*>                      pypr1.   Params - I-O.
*>                      pyemp.   Employee Master - I-O.
*>                      pyhis.   Employee History (prior-year YTD).
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 3, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2.
*>                      PY806, 810, 950 - 953.
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
 copy "fdpyhis.cob".
*>
 fd  Print-File
     reports are Roth-Catchup-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyrothcu(1.0.00)".  *> First release pre testing.
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
 copy "wspylkq.cob".
 copy "wspyjnq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  WS-Jnl-Key-Num      pic 9(8)     value zero.  *> display form for Jnq-Key
     03  PY-PR1-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-His-Emp-Status   pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
     03  WS-Page-Lines       binary-char unsigned value 56.
     03  A                   pic 9        value zero.
*>
     03  WS-Plan-Year        pic 9(4)     value zero.
     03  WS-Birth-Date       pic 9(8)     value zero.
     03  filler  redefines WS-Birth-Date.
         05  WS-Birth-Year   pic 9(4).
         05  filler          pic 9(4).
     03  WS-Age              pic s999     value zero.
     03  WS-PY-Wages         pic 9(8)v99  comp-3  value zero.  *> prior-year FICA wages
     03  WS-New-Flag         pic x        value "N".
     03  WS-Roth-Slot        pic 9        value zero.
*>
*> One row is built here before each Generate.
*>
     03  WS-RC-Roth-Entry    pic x(16)    value spaces.
     03  WS-RC-Change        pic x(8)     value spaces.
*>
     03  WS-Cnt-Read         pic 9(5)     value zero.
     03  WS-Cnt-Flagged      pic 9(5)     value zero.
     03  WS-Cnt-Cleared      pic 9(5)     value zero.
     03  WS-Cnt-No-Roth      pic 9(5)     value zero.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-Amt         pic z(6)9.99.
*>
 01  Error-Messages.
*> System Wide
     03  SY001           pic x(46) value "SY001 Aborting run - Note error and hit Return".
     03  SY003           pic x(51) value "SY003 Aborting function - Note error and hit Return".
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
     03  PY806           pic x(31) value "PY806 Employee File not Found -".
     03  PY810           pic x(37) value "PY810 Employee History File missing -".
     03  PY950           pic x(57) value "PY950 Roth catch-up wage threshold not set - key in py900".
     03  PY951           pic x(61) value "PY951 Applies already run this plan year - continue (Y/N) [ ]".
     03  PY952           pic x(57) value "PY952 Maintenance open / run lock held - see pylockmn, by".
     03  PY953           pic x(38) value "PY953 Employee record rewrite error =".
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
 RD  Roth-Catchup-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-RC-Head  Type Page Heading.
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
         05  col  34     pic x(48)   value "Roth Catch-Up Required - Prior-Year High Earners".
         05  col  86     pic x(10)   value "Plan Year ".
         05  col  96     pic 9(4)    source WS-Plan-Year.
     03  Line  4.
         05  col   1     pic x(6)    value "Emp No".
         05  col  10     pic x(20)   value "Name".
         05  col  45     pic x(3)    value "Age".
         05  col  52     pic x(21)   value "Prior-Year FICA Wages".
         05  col  78     pic x(10)   value "Roth Entry".
         05  col 100     pic x(6)    value "Status".
*>
 01  Roth-Catchup-Detail type is detail.
     03  line + 1.
         05  col   1     pic z(5)99        source Emp-No.
         05  col  10     pic x(32)         source Emp-Name.
         05  col  45     pic zz9           source WS-Age.
         05  col  58     pic z,zzz,zz9.99  source WS-PY-Wages.
         05  col  78     pic x(16)         source WS-RC-Roth-Entry.
         05  col 100     pic x(8)          source WS-RC-Change.
*>
 01  type control Footing Final line plus 2.
     03  col 1           pic x(30)         value "Employees flagged           :".
     03  col 32          pic zzzz9         source WS-Cnt-Flagged.
     03  col 45          pic x(30)         value "Without a Roth entry        :".
     03  col 76          pic zzzz9         source WS-Cnt-No-Roth.
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
*> Error return codes :-
*>   Return-Code :
*>    0 = No Errors.
*>    1 = No Payroll param file
*>    2 = No Param data record exists
*>    3 = No Employee file
*>    4 = No Emp History file
*>    6 = Threshold not set / operator declined
*>    8 = Error with Lines < 28 or Column < 80
*>    9 = Run lock refused
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
     open     i-o PY-Param1-File.
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
     display  "Roth Catch-Up Determination" at 0125 with foreground-color 2.
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
     display  space at line WS-Lines col 1 with erase eol.
*>
     if       PY-PR6-Roth-CU-Wages = zero
              display  PY950    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY003    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 53 AUTO
              close    PY-Param1-File
              goback   returning 6
     end-if.
*>
*> Once an apply has posted new-year money His-YTD is no longer the
*> prior year - allowed only on the operator's say so (eg a first
*> live year with nothing to go on but what is loaded).
*>
     move     PY-PR2-Year to WS-Plan-Year.
     display  "Plan year                          :" at line 5 col 5.
     display  WS-Plan-Year                           at line 5 col 42.
     move     PY-PR6-Roth-CU-Wages to WS-Disp-Amt.
     display  "Prior-year FICA wage threshold     :" at line 6 col 5.
     display  WS-Disp-Amt                            at line 6 col 42.
     if       PY-PR2-Just-Closed-Year not = zero
              move     "N" to WS-Reply
              display  PY951    at line WS-23-Lines col 1 foreground-color 4 erase eos
              accept   WS-Reply at line WS-23-Lines col 60 foreground-color 3 UPPER UPDATE
              if       WS-Reply not = "Y"
                       close    PY-Param1-File
                       goback   returning 6
              end-if
              display  space at line WS-23-Lines col 1 with erase eol
     end-if.
*>
*> Every Emp-Roth-CU-Flag is rewritten, so nobody may hold an
*> employee open in maintenance meanwhile - same run lock an apply
*> takes; pylockmn clears strays after a crash.
*>
     move     "X"              to Lkq-Action.
     move     zero             to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
     if       Lkq-Result not = zero
              display  PY952         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  Lkq-Holder    at line WS-23-Lines col 59
              display  SY015         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 58 AUTO
              close    PY-Param1-File
              goback   returning 9
     end-if.
*>
     open     i-o      PY-Employee-File.
     if       PY-Emp-Status not = zero
              move     PY-Emp-Status to PY-PR1-Status
              perform  ZZ040-Evaluate-Message
              display  PY806         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-Emp-Status at line WS-23-Lines col 33 foreground-color 4
              display  WS-Eval-Msg   at line WS-23-Lines col 36
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 auto
              close    PY-Employee-File
                       PY-Param1-File
              perform  aa095-Drop-Run-Lock
              goback   returning 3.
*>
     open     input    PY-History-File.
     if       PY-His-Emp-Status not = zero
              display  PY810         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY003         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 53 auto
              close    PY-Employee-File
                       PY-History-File
                       PY-Param1-File
              perform  aa095-Drop-Run-Lock
              goback   returning 4.
*>
     open     output Print-File.
     perform  ba000-Determine.
     close    PY-Employee-File
              PY-History-File.
*>
     move     WS-Plan-Year to PY-PR6-Roth-CU-Year.
     rewrite  PY-Param1-Record.
     perform  zz060-Journal-PR1.
     close    PY-Param1-File.
     perform  aa095-Drop-Run-Lock.
*>
     move     WS-Cnt-Read to WS-Disp-Cnt.
     display  "Employees read                     :" at line 8  col 5.
     display  WS-Disp-Cnt                            at line 8  col 42.
     move     WS-Cnt-Flagged to WS-Disp-Cnt.
     display  "Flagged - catch-up must be Roth    :" at line 9  col 5.
     display  WS-Disp-Cnt                            at line 9  col 42.
     move     WS-Cnt-No-Roth to WS-Disp-Cnt.
     display  "  of which no Roth entry set up    :" at line 10 col 5.
     display  WS-Disp-Cnt                            at line 10 col 42.
     move     WS-Cnt-Cleared to WS-Disp-Cnt.
     display  "Flag cleared from last year        :" at line 11 col 5.
     display  WS-Disp-Cnt                            at line 11 col 42.
     display  SY015                                  at line WS-Lines col 1.
     accept   WS-Reply                               at line WS-Lines col 58.
*>
     if       Page-Counter > zero           *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
     else
              close    Print-File.
     goback.
*>
 aa095-Drop-Run-Lock.
     move     "Y"              to Lkq-Action.
     move     zero             to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
*>
 aa000-Exit.  Exit section.
*>
 ZZ040-Evaluate-Message      Section.
*>**********************************
*>
     copy "FileStat-Msgs-2.cpy" replacing MSG    by WS-Eval-Msg
                                        STATUS by PY-PR1-Status.
*>
 ZZ040-Eval-Msg-Exit.
     exit     section.
*>
 ba000-Determine             section.
*>**********************************
*>
*> Every employee on file (bar deleted records) is looked at - the
*> flag must be cleared for anyone who no longer qualifies, not just
*> set for those who newly do.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     initiate Roth-Catchup-Report.
     perform  forever
              read     PY-Employee-File next record
              if       PY-Emp-Status not = "00"   *> EOF
                       exit perform
              end-if
              if       Emp-Status = "D"
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Read
              perform  ba010-One-Employee
     end-perform.
     terminate
              Roth-Catchup-Report.
*>
 ba000-Exit.  exit section.
*>
 ba010-One-Employee          section.
*>**********************************
*>
     move     zero to WS-Age WS-PY-Wages.
     move     Emp-Birth-Date to WS-Birth-Date.
     if       Emp-Birth-Date not = zero
              compute  WS-Age = WS-Plan-Year - WS-Birth-Year.
     move     Emp-No to His-Emp-No.
     read     PY-History-File key His-Emp-No
     if       PY-His-Emp-Status = zero
              add      His-YTD-Fica-Taxable His-YTD-Tips giving WS-PY-Wages.
*>
     move     "N" to WS-New-Flag.
     if       WS-Age not < 50
        and   WS-PY-Wages > PY-PR6-Roth-CU-Wages
              move     "Y" to WS-New-Flag.
*>
     move     spaces to WS-RC-Change.
     if       WS-New-Flag = "Y"
              if       Emp-Roth-CU-Flag = "Y"
                       move     "CONTINUE" to WS-RC-Change
              else
                       move     "NEW"      to WS-RC-Change
              end-if
     else
              if       Emp-Roth-CU-Flag = "Y"
                       add      1 to WS-Cnt-Cleared
              end-if
     end-if.
*>
     if       WS-New-Flag not = Emp-Roth-CU-Flag
        or    WS-Plan-Year not = Emp-Roth-CU-Year
              move     WS-New-Flag  to Emp-Roth-CU-Flag
              move     WS-Plan-Year to Emp-Roth-CU-Year
              rewrite  PY-Employee-Record
              if       PY-Emp-Status not = "00"
                       display  PY953         at line WS-23-Lines col 1 foreground-color 4 erase eos
                       display  PY-Emp-Status at line WS-23-Lines col 40
                       display  SY015         at line WS-Lines    col 1
                       accept   WS-Reply      at line WS-Lines    col 58 AUTO
                       display  space at line WS-23-Lines col 1 with erase eos
              else
                       perform  zz050-Journal-Emp
              end-if
     end-if.
*>
     if       WS-New-Flag not = "Y"
              go to ba010-Exit.
*>
     add      1 to WS-Cnt-Flagged.
     move     zero to WS-Roth-Slot.
     perform  varying A from 1 by 1 until A > 5
              if       Emp-Ed-Used (A) = "Y"
                and    Emp-ED-Earn-Ded (A) = "D"
                and    Emp-ED-Tax-Roth (A)
                       move     A to WS-Roth-Slot
                       exit perform
              end-if
     end-perform.
     if       WS-Roth-Slot = zero
              move     "NONE - SET UP" to WS-RC-Roth-Entry
              add      1 to WS-Cnt-No-Roth
     else
              move     Emp-ED-Desc (WS-Roth-Slot) to WS-RC-Roth-Entry.
     generate Roth-Catchup-Detail.
*>
 ba010-Exit.  exit section.
*>
 zz050-Journal-Emp           section.
*>**********************************
*>
*> Day-journal after image for pyroll's roll-forward. pyjrnl is
*> silent on failure by design - journaling never breaks the post.
*>
     move     "PYEMP"          to Jnq-File-Id.
     move     "A"              to Jnq-Action.
     move     "pyrothcu"       to Jnq-Program.
     move     Emp-No           to WS-Jnl-Key-Num.
     move     WS-Jnl-Key-Num   to Jnq-Key.
     move     PY-Employee-Record to Jnq-Image.
     call     "pyjrnl" using PY-Jnl-Request File-Defs.
*>
 zz050-Exit.  exit section.
*>
 zz060-Journal-PR1           section.
*>**********************************
*>
     move     "PYPR1"        to Jnq-File-Id.
     move     "pyrothcu"     to Jnq-Program.
     move     "A"            to Jnq-Action.
     move     PY-PR1-Co-Code to Jnq-Key.
     move     PY-Param1-Record to Jnq-Image.
     call     "pyjrnl" using PY-Jnl-Request File-Defs.
*>
 zz060-Exit.  exit section.
