       >>source free
*>****************************************************************
*>      Salary Grade Structure - Ranges, Employee Grades &        *
*>        Compa-Ratio Report                                      *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pygrade.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Salary grades - a minimum, midpoint and maximum
*>                      per grade and effective year, hourly or annual,
*>                      the year in force being the latest not after
*>                      the date in question (pygrdchk). py010 and
*>                      pyrtchg warn when a new rate falls outside the
*>                      employee's range.
*>
*>                      Functions off one menu:
*>
*>                      M - maintains the grade ranges, PY-Grade-File;
*>                      E - assigns one employee's Emp-Grade under the
*>                          pylock "E" lock, journalled (pyjrnl),
*>                          showing where the current rate sits;
*>                      C - the compa-ratio report for the annual
*>                          compensation review, printed: employees
*>                          still on the books with a grade, by
*>                          department and grade, each one's rate on
*>                          the grade's basis against the range, the
*>                          compa-ratio (rate / midpoint x 100) and
*>                          those below the minimum or above the
*>                          maximum flagged and counted.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pygrdchk.
*>                      pylock.
*>                      pyjrnl.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master - I-O.
*>                      pygrd.   Salary Grades - I-O.
*>                      prt-1.   Compa-Ratio Report.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY410 - 416.
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
 copy "selpygrd.cob".
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
 copy "fdpygrd.cob".
*>
 fd  Print-File
     reports are Compa-Ratio-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pygrade  (1.0.00)".  *> First release pre testing.
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
 copy "wspygrq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  WS-Jnl-Key-Num      pic 9(8)     value zero.  *> display form for Jnq-Key
     03  WS-Lock-OK          pic x        value "N".
     03  PY-PR1-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Grd-Status       pic xx.
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
*>
     03  WS-Function         pic x        value space.
     03  WS-Today            pic 9(8)     value zero.
*>
*> Grade range as keyed.
*>
     03  WS-Grd-Code         pic x(4)     value spaces.
     03  WS-Grd-Year         pic 9(4)     value zero.
     03  WS-Grd-Found        pic x        value "N".
     03  WS-Min              pic 9(7)v99  value zero.
     03  WS-Mid              pic 9(7)v99  value zero.
     03  WS-Max              pic 9(7)v99  value zero.
     03  WS-Bad-Entry        pic x        value "N".
*>
*> Employee grade as keyed.
*>
     03  WS-Emp-No           pic 9(7)     value zero.
     03  WS-Grade            pic x(4)     value spaces.
     03  WS-Disp-Amt         pic z,zzz,zz9.99.
     03  WS-Disp-Compa       pic zz9.9.
     03  WS-Range-Msg        pic x(12)    value spaces.
*>
*> Compa-ratio report - the graded employees, sorted by department,
*> grade and name before printing.
*>
     03  WS-As-At            pic 9(8)     value zero.
     03  WS-Cr-Count         pic 9(4)     value zero.
     03  WS-Cr-Sub           pic 9(4)     value zero.
     03  WS-Cr-Full-Shown    pic x        value "N".
     03  WS-Cnt-Ungraded     pic 9(5)     value zero.
     03  WS-Cr-Table.
         05  WS-Cr-Entry                  occurs 3000
                                          ascending key WS-Cr-Sort indexed by CX.
             07  WS-Cr-Sort.
                 09  WS-Cr-Dept      pic x(4).
                 09  WS-Cr-Grade     pic x(4).
                 09  WS-Cr-Name      pic x(32).
             07  WS-Cr-Emp           pic 9(7).
             07  WS-Cr-HS            pic x.
             07  WS-Cr-Rate          pic 9(6)v99   comp-3.
             07  WS-Cr-Basis         pic x.
             07  WS-Cr-Conv          pic 9(7)v99   comp-3.
             07  WS-Cr-Min           pic 9(7)v99   comp-3.
             07  WS-Cr-Mid           pic 9(7)v99   comp-3.
             07  WS-Cr-Max           pic 9(7)v99   comp-3.
             07  WS-Cr-Compa         pic 9(3)v9    comp-3.
             07  WS-Cr-Result        pic 9.
*>
*> Report line.
*>
     03  WS-Rg-Dept          pic x(4)     value spaces.
     03  WS-Rg-Dept-Name     pic x(6)     value spaces.
     03  WS-Rg-Grade         pic x(4)     value spaces.
     03  WS-Rg-Flag          pic x(12)    value spaces.
     03  WS-Rg-One           pic 9        value zero.
     03  WS-Rg-Below         pic 9        value zero.
     03  WS-Rg-Above         pic 9        value zero.
     03  WS-Rg-Compa         pic 9(3)v9   value zero.
     03  WS-Rg-Prev          pic x(8)     value high-values.
     03  WS-Rg-Compa-Sum     pic 9(7)v9   comp-3  value zero.
     03  WS-Rg-Ranged        pic 9(5)     value zero.
     03  WS-Rg-Avg-Compa     pic 9(3)v9   value zero.
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
     03  PY410           pic x(77) value "PY410 Basis H or A, minimum above zero, not above midpoint, not above maximum".
     03  PY411           pic x(26) value "PY411 Employee not on file".
     03  PY412           pic x(50) value "PY412 Employee is open elsewhere - try again later".
     03  PY413           pic x(46) value "PY413 Grade has no range on file for this year".
     03  PY414           pic x(53) value "PY414 No graded employees on file - no report printed".
     03  PY415           pic x(37) value "PY415 Review date is not a valid date".
     03  PY416           pic x(65) value "PY416 More than 3000 graded employees - the rest are not reported".
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
*> Compa-ratio by department and grade - 132 columns.
*>
 RD  Compa-Ratio-Report
     control      Final WS-Rg-Dept WS-Rg-Grade
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Compa-Ratio-Head  Type Page Heading.
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
         05  col  38     pic x(43)   value "Salary Grade Compa-Ratio Review - Ranges At".
         05  col  82     pic 9(8)    source WS-As-At.
     03  line  4.
         05  col   1                 value "Emp No  Employee Name                    T       Rate B   Basis Rate      Minimum     Midpoint      Maximum Compa  Range".
*>
 01  Compa-Ratio-Dept-Head  Type Control Heading WS-Rg-Dept.
     03  line + 2.
         05  col   1                 value "Department :".
         05  col  14     pic x(6)          source WS-Rg-Dept-Name.
*>
 01  Compa-Ratio-Grade-Head  Type Control Heading WS-Rg-Grade.
     03  line + 2.
         05  col   3                 value "Grade :".
         05  col  11     pic x(4)          source WS-Rg-Grade.
*>
 01  Compa-Ratio-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)          source WS-Cr-Emp (WS-Cr-Sub).
         05  col   9     pic x(32)         source WS-Cr-Name (WS-Cr-Sub).
         05  col  42     pic x             source WS-Cr-HS (WS-Cr-Sub).
         05  col  44     pic zzz,zz9.99    source WS-Cr-Rate (WS-Cr-Sub).
         05  col  55     pic x             source WS-Cr-Basis (WS-Cr-Sub).
         05  col  57     pic z,zzz,zz9.99  source WS-Cr-Conv (WS-Cr-Sub).
         05  col  70     pic z,zzz,zz9.99  source WS-Cr-Min (WS-Cr-Sub).
         05  col  83     pic z,zzz,zz9.99  source WS-Cr-Mid (WS-Cr-Sub).
         05  col  96     pic z,zzz,zz9.99  source WS-Cr-Max (WS-Cr-Sub).
         05  col 109     pic zz9.9         source WS-Cr-Compa (WS-Cr-Sub).
         05  col 116     pic x(12)         source WS-Rg-Flag.
*>
 01  type control Footing WS-Rg-Grade.
     03  line + 1.
         05  col   3                 value "Grade".
         05  col   9     pic x(4)          source WS-Rg-Grade.
         05  col  15                 value "Employees".
         05  col  25     pic zzz9          sum WS-Rg-One.
         05  col  31                 value "Below min".
         05  col  41     pic zzz9          sum WS-Rg-Below.
         05  col  47                 value "Above max".
         05  col  57     pic zzz9          sum WS-Rg-Above.
         05  col  63                 value "Average compa-ratio".
         05  col  83     pic zz9.9         source WS-Rg-Avg-Compa.
*>
 01  type control Footing WS-Rg-Dept.
     03  line + 1.
         05  col   1                 value "Department totals -".
         05  col  21     pic x(6)          source WS-Rg-Dept-Name.
         05  col  30                 value "Employees".
         05  col  40     pic zzz9          sum WS-Rg-One.
         05  col  46                 value "Below min".
         05  col  56     pic zzz9          sum WS-Rg-Below.
         05  col  62                 value "Above max".
         05  col  72     pic zzz9          sum WS-Rg-Above.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(30)     value "Graded employees listed      :".
         05  col 32          pic zzzz9     source WS-Cr-Count.
     03  line + 1.
         05  col  1          pic x(30)     value "Below the grade minimum      :".
         05  col 32          pic zzzz9     sum WS-Rg-Below.
     03  line + 1.
         05  col  1          pic x(30)     value "Above the grade maximum      :".
         05  col 32          pic zzzz9     sum WS-Rg-Above.
     03  line + 1.
         05  col  1          pic x(30)     value "Employees with no grade      :".
         05  col 32          pic zzzz9     source WS-Cnt-Ungraded.
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
     display  "Salary Grades" at 0125 with foreground-color 2.
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
     open     i-o PY-Employee-File.
     open     i-o PY-Grade-File.
     if       PY-Grd-Status = "35"         *> first use - create it
              open     output PY-Grade-File
              close    PY-Grade-File
              open     i-o PY-Grade-File
     end-if.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     close    PY-Grade-File
              PY-Employee-File.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 zz050-Journal-Emp           section.
*>**********************************
*>
*> Day-journal after image for pyroll's roll-forward. pyjrnl is
*> silent on failure by design - journaling never breaks the post.
*>
     move     "PYEMP"          to Jnq-File-Id.
     move     "A"              to Jnq-Action.
     move     "pygrade"        to Jnq-Program.
     move     Emp-No           to WS-Jnl-Key-Num.
     move     WS-Jnl-Key-Num   to Jnq-Key.
     move     PY-Employee-Record to Jnq-Image.
     call     "pyjrnl" using PY-Jnl-Request File-Defs.
*>
 zz050-Exit.  exit section.
*>
 zz060-Take-Emp-Lock         section.
*>**********************************
*>
*> The same "E" lock py010 holds over an open employee - held
*> elsewhere means this record is left alone, never trampled.
*>
     move     "N"              to WS-Lock-OK.
     move     "A"              to Lkq-Action.
     move     Emp-No           to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
     if       Lkq-Result = zero
              move     "Y" to WS-Lock-OK.
*>
 zz060-Exit.  exit section.
*>
 zz070-Drop-Emp-Lock         section.
*>**********************************
*>
     move     "R"              to Lkq-Action.
     move     Emp-No           to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
*>
 zz070-Exit.  exit section.
*>
 zz100-Check-Grade           section.
*>**********************************
*>
*> The employee's current rate 1 against grade Grq-Grade as at
*> Grq-As-Of - the grade file is closed round the call as pygrdchk
*> opens it itself.
*>
     move     Emp-Rate (1)     to Grq-Rate.
     move     Emp-HS-Type      to Grq-HS-Type.
     move     Emp-Pay-Freq     to Grq-Pay-Freq.
     move     Emp-Normal-Units to Grq-Normal-Units.
     close    PY-Grade-File.
     call     "pygrdchk" using PY-Grade-Check File-Defs.
     open     i-o PY-Grade-File.
     evaluate Grq-Result
              when     1
                       move     "BELOW MIN" to WS-Range-Msg
              when     2
                       move     "ABOVE MAX" to WS-Range-Msg
              when     9
                       move     "NO RANGE"  to WS-Range-Msg
              when     other
                       move     spaces      to WS-Range-Msg
     end-evaluate.
*>
 zz100-Exit.  exit section.
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
 ab010-Menu                  section.
*>**********************************
*>
     display  "Salary Grades"                            at line 1 col 1 with erase eos.
     display  "M = Maintain grade ranges, E = Employee grade, C = Compa-ratio report,"
                                                         at line 3 col 1.
     display  "Q = Quit [ ]"                             at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 11 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "M"  perform ba000-Maintain
              when "E"  perform ca000-Employee
              when "C"  perform da000-Compa-Report
              when other
                        continue
     end-evaluate.
*>
 ab010-Exit.  exit section.
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
 ba000-Maintain              section.
*>**********************************
*>
*> One grade and year at a time until the grade is left blank. A new
*> year's range is added as its own record - earlier years stay for
*> reviews and rate checks dated back in them.
*>
 ba005-Get-Key.
     display  "Salary Grade Ranges"                   at line 1 col 1 with erase eos.
     move     spaces to WS-Grd-Code.
     move     WS-Today (1:4) to WS-Grd-Year.
     display  "Grade                  [    ]"         at line 3 col 1.
     display  "Effective year         [    ]"         at line 4 col 1.
     accept   WS-Grd-Code at line 3 col 25 with UPPER UPDATE.
     if       WS-Grd-Code = spaces or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     accept   WS-Grd-Year at line 4 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba005-Get-Key.
     move     WS-Grd-Code to Grd-Code.
     move     WS-Grd-Year to Grd-Year.
     move     "Y" to WS-Grd-Found.
     read     PY-Grade-File key Grd-Key
              invalid key
                       move     "N" to WS-Grd-Found
                       initialize PY-Grade-Record
                       move     WS-Grd-Code to Grd-Code
                       move     WS-Grd-Year to Grd-Year
                       move     "A"         to Grd-Basis
     end-read.
     if       WS-Grd-Found = "N"
              display  "New" at line 3 col 35 with foreground-color 2 erase eol
     else
              display  "On file" at line 3 col 35 with foreground-color 2 erase eol
     end-if.
     move     Grd-Min to WS-Min.
     move     Grd-Mid to WS-Mid.
     move     Grd-Max to WS-Max.
     display  "Description            [                              ]"
                                                                     at line  6 col 1.
     display  "Basis                  [ ]  H = hourly, A = annual"   at line  7 col 1.
     display  "Minimum                [          ]"                  at line  8 col 1.
     display  "Midpoint               [          ]"                  at line  9 col 1.
     display  "Maximum                [          ]"                  at line 10 col 1.
*>
 ba010-Accept.
     accept   Grd-Desc  at line  6 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba005-Get-Key.
     accept   Grd-Basis at line  7 col 25 with UPPER UPDATE.
     accept   WS-Min    at line  8 col 25 with UPDATE.
     accept   WS-Mid    at line  9 col 25 with UPDATE.
     accept   WS-Max    at line 10 col 25 with UPDATE.
*>
     move     "N" to WS-Bad-Entry.
     if       not Grd-Hourly and not Grd-Annual
        or    WS-Min = zero
        or    WS-Min > WS-Mid
        or    WS-Mid > WS-Max
              move     "Y" to WS-Bad-Entry.
     if       WS-Bad-Entry = "Y"
              display  PY410    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Accept.
*>
     if       WS-Grd-Found = "Y"
              display  "Save, Delete or leave (Y/D/N) [ ]" at line 21 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 21 col 32 with UPPER
     else
              display  "Save (Y/N) [ ]" at line 21 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 21 col 13 with UPPER
     end-if.
     if       WS-Reply = "D" and WS-Grd-Found = "Y"
              delete   PY-Grade-File record
              go to    ba005-Get-Key.
     if       WS-Reply not = "Y"
              go to    ba005-Get-Key.
     move     WS-Min to Grd-Min.
     move     WS-Mid to Grd-Mid.
     move     WS-Max to Grd-Max.
     if       WS-Grd-Found = "Y"
              rewrite  PY-Grade-Record
     else
              write    PY-Grade-Record
     end-if.
     go       to ba005-Get-Key.
*>
 ba000-Exit.  exit section.
*>
 ca000-Employee              section.
*>**********************************
*>
*> One employee at a time until the number is left blank - the
*> record is locked against py010 from read to rewrite. The grade
*> must have a range in force today; spaces takes the grade off.
*>
 ca005-Get-Key.
     display  "Employee Salary Grade"                   at line 1 col 1 with erase eos.
     move     zero to WS-Emp-No.
     display  "Employee number        [       ]"     at line 3 col 1.
     accept   WS-Emp-No at line 3 col 25 with UPDATE.
     if       WS-Emp-No = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     move     WS-Emp-No to Emp-No.
     perform  zz060-Take-Emp-Lock.
     if       WS-Lock-OK not = "Y"
              display  PY412    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca005-Get-Key.
     read     PY-Employee-File key Emp-No
              invalid key
                       perform  zz070-Drop-Emp-Lock
                       display  PY411    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ca005-Get-Key
     end-read.
     move     Emp-Grade to WS-Grade.
     display  Emp-Name       at line 3 col 35 with foreground-color 2.
     display  "Department"   at line 4 col 35.
     display  Emp-Dept       at line 4 col 46.
     display  "Rate 1"       at line 5 col 35.
     move     Emp-Rate (1) to WS-Disp-Amt.
     display  WS-Disp-Amt    at line 5 col 46.
     if       Emp-HS-Type = "S"
              display  "per pay, salaried" at line 5 col 59
     else
              display  "per hour"          at line 5 col 59
     end-if.
     display  "Salary grade           [    ]"     at line 7 col 1.
*>
 ca010-Accept.
     accept   WS-Grade at line 7 col 25 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              perform  zz070-Drop-Emp-Lock
              go to    ca005-Get-Key.
     display  space at line 9 col 1 with erase eos.
     if       WS-Grade not = spaces
              move     WS-Grade to Grq-Grade
              move     WS-Today to Grq-As-Of
              perform  zz100-Check-Grade
              if       Grq-Result = 9
                       display  PY413    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ca010-Accept
              end-if
              display  "Range"        at line  9 col 1
              move     Grq-Min to WS-Disp-Amt
              display  WS-Disp-Amt    at line  9 col 10
              move     Grq-Mid to WS-Disp-Amt
              display  WS-Disp-Amt    at line  9 col 24
              move     Grq-Max to WS-Disp-Amt
              display  WS-Disp-Amt    at line  9 col 38
              if       Grq-Basis = "H"
                       display  "hourly" at line 9 col 52
              else
                       display  "annual" at line 9 col 52
              end-if
              display  "Rate as"      at line 10 col 1
              move     Grq-Conv-Rate to WS-Disp-Amt
              display  WS-Disp-Amt    at line 10 col 10
              display  "compa-ratio"  at line 10 col 24
              move     Grq-Compa to WS-Disp-Compa
              display  WS-Disp-Compa  at line 10 col 36
              display  WS-Range-Msg   at line 10 col 43 with foreground-color 4
     end-if.
*>
     display  "Save (Y/N) [ ]" at line 21 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 21 col 13 with UPPER.
     if       WS-Reply = "Y"
              move     WS-Grade to Emp-Grade
              rewrite  PY-Employee-Record
              perform  zz050-Journal-Emp
     end-if.
     perform  zz070-Drop-Emp-Lock.
     go       to ca005-Get-Key.
*>
 ca000-Exit.  exit section.
*>
 da000-Compa-Report          section.
*>**********************************
*>
*> Everyone still on the books - not terminated, deceased or deleted -
*> with a grade, the range being the one in force at the review date.
*> A grade with no range for that date still lists, flagged, with
*> no compa-ratio and out of the grade's average.
*>
     display  "Salary Grade Compa-Ratio Report"    at line 1 col 1 with erase eos.
     display  "Ranges as at date      [        ]"  at line 3 col 1.
     move     WS-Today to WS-As-At.
     accept   WS-As-At at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-As-At) not = zero
              display  PY415    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da000-Exit.
*>
     move     zero to WS-Cr-Count
                      WS-Cnt-Ungraded.
     move     "N"  to WS-Cr-Full-Shown.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       display  PY414    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    da000-Exit
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-Status = "D" or = "T" or = "X"
                       exit perform cycle
              end-if
              if       Emp-Grade = spaces
                       add      1 to WS-Cnt-Ungraded
                       exit perform cycle
              end-if
              perform  da010-Employee
     end-perform.
     if       WS-Cr-Count = zero
              display  PY414    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da000-Exit.
*>
     perform  varying WS-Cr-Sub from WS-Cr-Count by 1
                      until WS-Cr-Sub not < 3000
              move     high-values to WS-Cr-Sort (WS-Cr-Sub + 1)
     end-perform.
     sort     WS-Cr-Entry ascending key WS-Cr-Sort.
*>
     move     high-values to WS-Rg-Prev.
     move     zero to WS-Rg-Compa-Sum WS-Rg-Ranged WS-Rg-Avg-Compa.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Compa-Ratio-Report.
     perform  varying WS-Cr-Sub from 1 by 1 until WS-Cr-Sub > WS-Cr-Count
              perform  da020-Line
     end-perform.
     terminate Compa-Ratio-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs.  *> report repository
*>
 da000-Exit.  exit section.
*>
 da010-Employee              section.
*>**********************************
*>
     if       WS-Cr-Count = 3000
              if       WS-Cr-Full-Shown not = "Y"
                       move     "Y" to WS-Cr-Full-Shown
                       display  PY416 at line WS-22-Lines col 1 foreground-color 4 erase eol
              end-if
              go to    da010-Exit.
     move     Emp-Grade to Grq-Grade.
     move     WS-As-At  to Grq-As-Of.
     perform  zz100-Check-Grade.
     add      1 to WS-Cr-Count.
     move     Emp-Dept      to WS-Cr-Dept   (WS-Cr-Count).
     move     Emp-Grade     to WS-Cr-Grade  (WS-Cr-Count).
     move     Emp-Name      to WS-Cr-Name   (WS-Cr-Count).
     move     Emp-No        to WS-Cr-Emp    (WS-Cr-Count).
     move     Emp-HS-Type   to WS-Cr-HS     (WS-Cr-Count).
     move     Emp-Rate (1)  to WS-Cr-Rate   (WS-Cr-Count).
     move     Grq-Basis     to WS-Cr-Basis  (WS-Cr-Count).
     move     Grq-Conv-Rate to WS-Cr-Conv   (WS-Cr-Count).
     move     Grq-Min       to WS-Cr-Min    (WS-Cr-Count).
     move     Grq-Mid       to WS-Cr-Mid    (WS-Cr-Count).
     move     Grq-Max       to WS-Cr-Max    (WS-Cr-Count).
     move     Grq-Compa     to WS-Cr-Compa  (WS-Cr-Count).
     move     Grq-Result    to WS-Cr-Result (WS-Cr-Count).
*>
 da010-Exit.  exit section.
*>
 da020-Line                  section.
*>**********************************
*>
*> One sorted entry. The grade's average compa-ratio is kept as each
*> line goes so it is right when the next grade's first line (or the
*> terminate) prints the footing - hence reset after the generate.
*>
     move     WS-Cr-Dept (WS-Cr-Sub)  to WS-Rg-Dept.
     if       WS-Rg-Dept = spaces
              move     "(none)"   to WS-Rg-Dept-Name
     else
              move     WS-Rg-Dept to WS-Rg-Dept-Name
     end-if.
     move     WS-Cr-Grade (WS-Cr-Sub) to WS-Rg-Grade.
     move     1    to WS-Rg-One.
     move     zero to WS-Rg-Below WS-Rg-Above.
     evaluate WS-Cr-Result (WS-Cr-Sub)
              when     1
                       move     1 to WS-Rg-Below
                       move     "BELOW MIN" to WS-Rg-Flag
              when     2
                       move     1 to WS-Rg-Above
                       move     "ABOVE MAX" to WS-Rg-Flag
              when     9
                       move     "NO RANGE"  to WS-Rg-Flag
              when     other
                       move     spaces      to WS-Rg-Flag
     end-evaluate.
     generate Compa-Ratio-Detail.
*>
     if       WS-Cr-Sort (WS-Cr-Sub) (1:8) not = WS-Rg-Prev
              move     WS-Cr-Sort (WS-Cr-Sub) (1:8) to WS-Rg-Prev
              move     zero to WS-Rg-Compa-Sum WS-Rg-Ranged WS-Rg-Avg-Compa
     end-if.
     if       WS-Cr-Result (WS-Cr-Sub) not = 9
              add      WS-Cr-Compa (WS-Cr-Sub) to WS-Rg-Compa-Sum
              add      1 to WS-Rg-Ranged
              compute  WS-Rg-Avg-Compa rounded = WS-Rg-Compa-Sum / WS-Rg-Ranged
     end-if.
*>
 da020-Exit.  exit section.
