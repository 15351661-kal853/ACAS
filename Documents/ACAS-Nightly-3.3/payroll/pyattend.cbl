       >>source free
*>****************************************************************
*>     Attendance Occurrences & Points - Clock Pass, Entry,       *
*>         Schedules, Policy & Points-Threshold Report            *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyattend.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          The attendance policy off paper. Occurrences -
*>                      tardy, early out, no-call / no-show and
*>                      unscheduled absence - are kept one record per
*>                      employee, day and type on PY-Attendance-File
*>                      (pyatt), each worth the policy's points for its
*>                      type and expiring the policy window (12 months)
*>                      after the day. Functions off one menu:
*>
*>                      P - the policy - points per type, grace
*>                          minutes, the verbal / written / final
*>                          warning thresholds and the window;
*>                      S - an employee's regular shift (Emp-Sched-
*>                          Block) - start, end and days worked;
*>                      C - clock pass - for a date range (up to 31
*>                          days) the punch pairs pytcimp keeps
*>                          (pypunch) against each scheduled employee's
*>                          shift: first in later than start plus grace
*>                          a tardy, last out earlier than end less
*>                          grace an early out, a scheduled day with no
*>                          punches an absence (only for employees with
*>                          punches in the range - no punches at all is
*>                          pymisstc's missing timecard, recorded there
*>                          as a pending absence). Holidays (pyhol) are
*>                          never scheduled days;
*>                      E - occurrence entry - add the manual items
*>                          (no-call / no-shows especially), confirm or
*>                          void pending ones, void, delete or turn an
*>                          absence into a no-call / no-show;
*>                      R - points-threshold report by Emp-Dept - each
*>                          employee's active points and the warning
*>                          level reached.
*>
*>                      Every C and R run first ages the file - an
*>                      occurrence past its expiry date stops counting
*>                      - and excuses any occurrence on a day covered
*>                      by an FMLA or approved / taken leave request
*>                      (pylvq), so those days never count, even when
*>                      the leave is approved after the occurrence.
*>                      Neither the clock pass nor entry will record
*>                      one on such a day.
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
*>                      DATE-OF-INTEGER.
*>                      INTEGER-OF-DATE.
*>                      MOD.
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyatt.   Attendance Occurrences & Policy - I-O.
*>                      pyemp.   Employee Master - I-O (schedules).
*>                      pypunch. Time Clock Punch Pairs.
*>                      pylvq.   Leave Request Queue.
*>                      pyhol.   Bank Holidays.
*>                      prt-1.   Points-Threshold Report.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY265 - 273.
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
 copy "selpyatt.cob".
 copy "selpyemp.cob".
 copy "selpypch.cob".
 copy "selpylvq.cob".
 copy "selpyhol.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyatt.cob".
 copy "fdpyemp.cob".
 copy "fdpypch.cob".
 copy "fdpylvq.cob".
 copy "fdpyhol.cob".
*>
 fd  Print-File
     reports are Attendance-Points-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyattend (1.0.00)".  *> First release pre testing.
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
     03  PY-Att-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Pch-Status       pic xx.
     03  PY-Lvq-Status       pic xx.
     03  PY-Hol-Status       pic xx.
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
     03  WS-Lvq-Open         pic x        value "N".
     03  WS-Hol-Open         pic x        value "N".
     03  WS-Today            pic 9(8)     value zero.
     03  WS-Sel-Emp          pic 9(7)     value zero.
     03  WS-Sel-Date         pic 9(8)     value zero.
     03  WS-Sel-Type         pic x        value space.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-Pts         pic z9.9.
*>
*> The policy as read from the key zero record - the file's buffer is
*> shared with the occurrences.
*>
     03  WS-Pol-Tardy        pic 9v9      value 0.5.
     03  WS-Pol-Early        pic 9v9      value 0.5.
     03  WS-Pol-No-Call      pic 9v9      value 3.
     03  WS-Pol-Absence      pic 9v9      value 1.
     03  WS-Pol-Grace        pic 99       value 5.
     03  WS-Pol-Verbal       pic 99v9     value 4.
     03  WS-Pol-Written      pic 99v9     value 6.
     03  WS-Pol-Final        pic 99v9     value 8.
     03  WS-Pol-Window       pic 99       value 12.
     03  WS-Pol-Last-Aged    pic 9(8)     value zero.
*>
*> Leave / holiday look ups.
*>
     03  WS-Chk-Emp          pic 9(7)     value zero.
     03  WS-Chk-Date         pic 9(8)     value zero.
     03  WS-Lv-Excuse        pic x        value space.    *> F = FMLA, L = leave
     03  WS-Is-Holiday       pic x        value "N".
*>
*> Expiry - the policy window after the day.
*>
     03  WS-Exp-Date         pic 9(8)     value zero.
     03  filler  redefines WS-Exp-Date.
         05  WS-Exp-CCYY     pic 9(4).
         05  WS-Exp-MM       pic 99.
         05  WS-Exp-DD       pic 99.
     03  WS-Exp-Months       pic 9(6)     value zero.
*>
*> Clock pass - one entry per day of the range.
*>
     03  WS-Date-From        pic 9(8)     value zero.
     03  WS-Date-To          pic 9(8)     value zero.
     03  WS-From-Int         binary-long  value zero.
     03  WS-To-Int           binary-long  value zero.
     03  WS-Day-Int          binary-long  value zero.
     03  WS-Days             pic 99       value zero.
     03  WS-Dx               pic 99       value zero.
     03  WS-Day-No           pic 9        value zero.
     03  WS-Any-Punch        pic x        value "N".
     03  WS-Hhmm             pic 9(4)     value zero.
     03  filler  redefines WS-Hhmm.
         05  WS-Hh           pic 99.
         05  WS-Mm           pic 99.
     03  WS-In-Min           binary-long  value zero.
     03  WS-Out-Min          binary-long  value zero.
     03  WS-Sc-Start         binary-long  value zero.
     03  WS-Sc-End           binary-long  value zero.
     03  WS-Late-Min         binary-long  value zero.
     03  WS-Cd-Day                        occurs 31.
         05  WS-Cd-Punched   pic x.
         05  WS-Cd-In        binary-long.
         05  WS-Cd-Out       binary-long.
*>
*> Occurrence to record.
*>
     03  WS-New-Type         pic x        value space.
     03  WS-New-Minutes      pic 9(4)     value zero.
     03  WS-New-Source       pic x        value space.
     03  WS-Att-Hold         pic x(80)    value spaces.
*>
*> Report table - by department then employee.
*>
     03  WS-Rp-All           pic x        value "N".
     03  WS-Rp-Count         pic 9(4)     value zero.
     03  WS-Rp-Sub           pic 9(4)     value zero.
     03  WS-Rp-Full-Shown    pic x        value "N".
     03  WS-Rp-Cur-Emp       pic 9(7)     value zero.
     03  WS-Rp-Tardy         pic 999      value zero.
     03  WS-Rp-Early         pic 999      value zero.
     03  WS-Rp-No-Call       pic 999      value zero.
     03  WS-Rp-Absence       pic 999      value zero.
     03  WS-Rp-Pending       pic 999      value zero.
     03  WS-Rp-Points        pic 999v9    value zero.
     03  WS-Rp-Last          pic 9(8)     value zero.
     03  WS-Rp-Table.
         05  WS-Rp-Entry                  occurs 2000
                                          ascending key WS-Rp-Sort indexed by RX.
             07  WS-Rp-Sort.
                 09  WS-Rp-Dept      pic x(4).
                 09  WS-Rp-Emp       pic 9(7).
             07  WS-Rp-Name          pic x(32).
             07  WS-Rp-T             pic 999.
             07  WS-Rp-E             pic 999.
             07  WS-Rp-N             pic 999.
             07  WS-Rp-A             pic 999.
             07  WS-Rp-P             pic 999.
             07  WS-Rp-Pts           pic 999v9.
             07  WS-Rp-Last-Date     pic 9(8).
             07  WS-Rp-Level         pic x(7).
*>
*> Report line.
*>
     03  WS-Rg-Dept          pic x(4)     value spaces.
     03  WS-Rg-Dept-Name     pic x(6)     value spaces.
     03  WS-Rg-Verbal        pic 9        value zero.
     03  WS-Rg-Written       pic 9        value zero.
     03  WS-Rg-Final         pic 9        value zero.
     03  WS-Rg-Policy        pic x(100)   value spaces.
     03  WS-Rg-Verbal-Ed     pic z9.9.
     03  WS-Rg-Written-Ed    pic z9.9.
     03  WS-Rg-Final-Ed      pic z9.9.
     03  WS-Rg-Window-Ed     pic z9.
*>
*> Run totals.
*>
     03  WS-Cnt-Tardy        pic 9(5)     value zero.
     03  WS-Cnt-Early        pic 9(5)     value zero.
     03  WS-Cnt-Absence      pic 9(5)     value zero.
     03  WS-Cnt-On-File      pic 9(5)     value zero.
     03  WS-Cnt-Leave-Days   pic 9(5)     value zero.
     03  WS-Cnt-Aged         pic 9(5)     value zero.
     03  WS-Cnt-Excused      pic 9(5)     value zero.
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
     03  PY265           pic x(63) value "PY265 Date range - to before from, over 31 days or not yet past".
     03  PY266           pic x(53) value "PY266 Punch file not found - import punch lines first".
     03  PY267           pic x(26) value "PY267 Employee not found -".
     03  PY268           pic x(64) value "PY268 FMLA / approved leave day - never an attendance occurrence".
     03  PY269           pic x(31) value "PY269 Type must be T, E, N or A".
     03  PY270           pic x(50) value "PY270 Report table full - later employees left out".
     03  PY271           pic x(29) value "PY271 Invalid date - ccyymmdd".
     03  PY272           pic x(37) value "PY272 Times must be hhmm, 0000 - 2359".
     03  PY273           pic x(57) value "PY273 A no-call / no-show is already recorded for the day".
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
 RD  Attendance-Points-Report
     control      Final WS-Rg-Dept
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Att-Head  Type Page Heading.
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
         05  col  40     pic x(42)   value "Attendance Points - Warning Levels Reached".
     03  Line  4.
         05  col  20     pic x(100)  source WS-Rg-Policy.
     03  line  5.
         05  col   1                 value "Emp No".
         05  col   9                 value "-- Employee Name -----------------".
         05  col  43                 value "Tardy".
         05  col  49                 value "Early".
         05  col  55                 value "NC/NS".
         05  col  61                 value "Absent".
         05  col  68                 value "Pending".
         05  col  77                 value "Points".
         05  col  85                 value "Level".
         05  col  94                 value "Latest".
*>
 01  Report-Att-Dept-Head  Type Control Heading WS-Rg-Dept.
     03  line + 2.
         05  col   1                 value "Department :".
         05  col  14     pic x(6)          source WS-Rg-Dept-Name.
*>
 01  Att-Line-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)          source WS-Rp-Emp (WS-Rp-Sub).
         05  col   9     pic x(32)         source WS-Rp-Name (WS-Rp-Sub).
         05  col  44     pic zz9           source WS-Rp-T (WS-Rp-Sub).
         05  col  50     pic zz9           source WS-Rp-E (WS-Rp-Sub).
         05  col  56     pic zz9           source WS-Rp-N (WS-Rp-Sub).
         05  col  62     pic zz9           source WS-Rp-A (WS-Rp-Sub).
         05  col  70     pic zz9           source WS-Rp-P (WS-Rp-Sub).
         05  col  77     pic zz9.9         source WS-Rp-Pts (WS-Rp-Sub).
         05  col  85     pic x(7)          source WS-Rp-Level (WS-Rp-Sub).
         05  col  94     pic 9999/99/99    source WS-Rp-Last-Date (WS-Rp-Sub).
*>
 01  type control Footing WS-Rg-Dept.
     03  line + 1.
         05  col   1                 value "Department totals -".
         05  col  21     pic x(6)          source WS-Rg-Dept-Name.
         05  col  30                 value "Verbal".
         05  col  37     pic zzz9          sum WS-Rg-Verbal.
         05  col  44                 value "Written".
         05  col  52     pic zzz9          sum WS-Rg-Written.
         05  col  59                 value "Final".
         05  col  65     pic zzz9          sum WS-Rg-Final.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(30)     value "Employees listed             :".
         05  col 32          pic zzzz9     source WS-Rp-Count.
     03  line + 1.
         05  col  1          pic x(30)     value "At verbal warning            :".
         05  col 32          pic zzzz9     sum WS-Rg-Verbal.
     03  line + 1.
         05  col  1          pic x(30)     value "At written warning           :".
         05  col 32          pic zzzz9     sum WS-Rg-Written.
     03  line + 1.
         05  col  1          pic x(30)     value "At final warning             :".
         05  col 32          pic zzzz9     sum WS-Rg-Final.
     03  line + 1.
         05  col  1          pic x(30)     value "Aged off by this run         :".
         05  col 32          pic zzzz9     source WS-Cnt-Aged.
     03  line + 1.
         05  col  1          pic x(30)     value "Excused FMLA / leave this run:".
         05  col 32          pic zzzz9     source WS-Cnt-Excused.
     03  line + 2.
         05  col  1          pic x(96)     value "Points are active occurrences only - pending (unconfirmed), expired, voided, FMLA and leave days".
     03  line + 1.
         05  col  1          pic x(12)     value "never count.".
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
     display  "Attendance Occurrences & Points" at 0125 with foreground-color 2.
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
     open     i-o PY-Attendance-File.
     if       PY-Att-Status = "35"        *> first ever use
              open     output PY-Attendance-File
              close    PY-Attendance-File
              open     i-o PY-Attendance-File
     end-if.
     open     i-o PY-Employee-File.
*>
*> No leave queue or holiday file yet simply means none to allow for.
*>
     open     input PY-Leave-Queue-File.
     if       PY-Lvq-Status = "00"
              move     "Y" to WS-Lvq-Open.
     open     input PY-Holiday-File.
     if       PY-Hol-Status = "00"
              move     "Y" to WS-Hol-Open.
*>
     perform  ab005-Load-Policy.
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Attendance-File
              PY-Employee-File.
     if       WS-Lvq-Open = "Y"
              close    PY-Leave-Queue-File.
     if       WS-Hol-Open = "Y"
              close    PY-Holiday-File.
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
 ab005-Load-Policy           section.
*>**********************************
*>
*> The policy record is key zero - first use writes the defaults held
*> in WS-Pol-*.
*>
     move     zero  to Atp-Key-Emp Atp-Key-Date.
     move     space to Atp-Key-Type.
     read     PY-Attendance-File key Att-Key
              invalid key
                       perform  ab006-Save-Policy
                       go to    ab005-Exit
     end-read.
     move     Atp-Pts-Tardy     to WS-Pol-Tardy.
     move     Atp-Pts-Early     to WS-Pol-Early.
     move     Atp-Pts-No-Call   to WS-Pol-No-Call.
     move     Atp-Pts-Absence   to WS-Pol-Absence.
     move     Atp-Grace-Min     to WS-Pol-Grace.
     move     Atp-Verbal        to WS-Pol-Verbal.
     move     Atp-Written       to WS-Pol-Written.
     move     Atp-Final         to WS-Pol-Final.
     move     Atp-Window-Months to WS-Pol-Window.
     move     Atp-Last-Aged     to WS-Pol-Last-Aged.
     if       WS-Pol-Window = zero
              move     12 to WS-Pol-Window.
*>
 ab005-Exit.  exit section.
*>
 ab006-Save-Policy           section.
*>**********************************
*>
     initialize PY-Att-Policy-Record.
     move     zero              to Atp-Key-Emp Atp-Key-Date.
     move     space             to Atp-Key-Type.
     move     WS-Pol-Tardy      to Atp-Pts-Tardy.
     move     WS-Pol-Early      to Atp-Pts-Early.
     move     WS-Pol-No-Call    to Atp-Pts-No-Call.
     move     WS-Pol-Absence    to Atp-Pts-Absence.
     move     WS-Pol-Grace      to Atp-Grace-Min.
     move     WS-Pol-Verbal     to Atp-Verbal.
     move     WS-Pol-Written    to Atp-Written.
     move     WS-Pol-Final      to Atp-Final.
     move     WS-Pol-Window     to Atp-Window-Months.
     move     WS-Pol-Last-Aged  to Atp-Last-Aged.
     write    PY-Att-Policy-Record
              invalid key
                       rewrite  PY-Att-Policy-Record
     end-write.
*>
 ab006-Exit.  exit section.
*>
 ab010-Main-Menu             section.
*>**********************************
*>
     display  "Attendance Occurrences & Points"                    at line 1 col 1 with erase eos.
     display  "C = Clock pass, E = Enter / review occurrences, R = Points report,"
                                                                   at line 3 col 1.
     display  "S = Employee schedule, P = Policy, Q = Quit [ ]"    at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 46 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "C"
                       perform  da000-Clock-Pass
              when "E"
                       perform  ea000-Occurrence-Entry
              when "R"
                       perform  fa000-Points-Report
              when "S"
                       perform  ca000-Schedule
              when "P"
                       perform  ba000-Policy
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 az000-Get-Employee          section.
*>**********************************
*>
     move     zero to WS-Sel-Emp.
     display  "Employee number        [       ]" at line 3 col 1.
     accept   WS-Sel-Emp at line 3 col 25.
     if       WS-Sel-Emp = zero or COB-CRT-Status = COB-SCR-ESC
              move     1 to Error-Code
              go to    az000-Exit.
     move     WS-Sel-Emp to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       display  PY267      at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  WS-Sel-Emp at line WS-23-Lines col 28
                       move     1 to Error-Code
                       go to    az000-Exit
     end-read.
     move     zero to Error-Code.
     display  space    at line WS-23-Lines col 1 with erase eol.
     display  Emp-Name at line 3 col 35.
*>
 az000-Exit.  exit section.
*>
 az010-Leave-Check           section.
*>**********************************
*>
*> WS-Chk-Date inside an approved or taken leave request of
*> WS-Chk-Emp - FMLA first, as it must never count.
*>
     move     space to WS-Lv-Excuse.
     if       WS-Lvq-Open not = "Y"
              go to    az010-Exit.
     move     WS-Chk-Emp to Lvq-Emp-No.
     move     zero       to Lvq-Seq.
     start    PY-Leave-Queue-File key not < Lvq-Key
              invalid key
                       go to az010-Exit
     end-start.
     perform  forever
              read     PY-Leave-Queue-File next record at end
                       exit perform
              end-read
              if       PY-Lvq-Status not = "00"
                 or    Lvq-Emp-No not = WS-Chk-Emp
                       exit perform
              end-if
              if       (Lvq-Approved or Lvq-Taken)
                 and   Lvq-From-Date not > WS-Chk-Date
                 and   Lvq-To-Date   not < WS-Chk-Date
                       if       Lvq-Type = "F"
                                move     "F" to WS-Lv-Excuse
                                exit perform
                       end-if
                       move     "L" to WS-Lv-Excuse
              end-if
     end-perform.
*>
 az010-Exit.  exit section.
*>
 az020-Set-Expiry            section.
*>**********************************
*>
*> Att-Date plus the policy window, a short month's end taking the
*> last day it has.
*>
     move     Att-Date to WS-Exp-Date.
     compute  WS-Exp-Months = WS-Exp-CCYY * 12 + WS-Exp-MM - 1 + WS-Pol-Window.
     divide   WS-Exp-Months by 12 giving WS-Exp-CCYY remainder WS-Exp-MM.
     add      1 to WS-Exp-MM.
     perform  until TEST-DATE-YYYYMMDD (WS-Exp-Date) = zero
              subtract 1 from WS-Exp-DD
     end-perform.
     move     WS-Exp-Date to Att-Expire-Date.
*>
 az020-Exit.  exit section.
*>
 az030-Type-Points           section.
*>**********************************
*>
     evaluate Att-Type
              when     "T"
                       move     WS-Pol-Tardy   to Att-Points
              when     "E"
                       move     WS-Pol-Early   to Att-Points
              when     "N"
                       move     WS-Pol-No-Call to Att-Points
              when     other
                       move     WS-Pol-Absence to Att-Points
     end-evaluate.
*>
 az030-Exit.  exit section.
*>
 ba000-Policy                section.
*>**********************************
*>
*> Points already recorded keep the value they were given - a change
*> applies to occurrences recorded from now on.
*>
     display  "Attendance Policy"                           at line  1 col 1 with erase eos.
     display  "Points - tardy                [   ]"         at line  3 col 1.
     display  "       - early out            [   ]"         at line  4 col 1.
     display  "       - no-call / no-show    [   ]"         at line  5 col 1.
     display  "       - unscheduled absence  [   ]"         at line  6 col 1.
     display  "Grace minutes late / early    [  ]"          at line  8 col 1.
     display  "Warning at points - verbal    [    ]"        at line 10 col 1.
     display  "                  - written   [    ]"        at line 11 col 1.
     display  "                  - final     [    ]"        at line 12 col 1.
     display  "Rolling window in months      [  ]"          at line 14 col 1.
     accept   WS-Pol-Tardy   at line  3 col 32 with UPDATE.
     accept   WS-Pol-Early   at line  4 col 32 with UPDATE.
     accept   WS-Pol-No-Call at line  5 col 32 with UPDATE.
     accept   WS-Pol-Absence at line  6 col 32 with UPDATE.
     accept   WS-Pol-Grace   at line  8 col 32 with UPDATE.
     accept   WS-Pol-Verbal  at line 10 col 32 with UPDATE.
     accept   WS-Pol-Written at line 11 col 32 with UPDATE.
     accept   WS-Pol-Final   at line 12 col 32 with UPDATE.
     accept   WS-Pol-Window  at line 14 col 32 with UPDATE.
     if       WS-Pol-Window = zero
              move     12 to WS-Pol-Window.
     display  "Save the policy (Y/N) [ ]" at line 16 col 1.
     move     "Y" to WS-Reply.
     accept   WS-Reply at line 16 col 24 with UPPER UPDATE.
     if       WS-Reply = "Y"
              perform  ab006-Save-Policy
     else
              perform  ab005-Load-Policy.
*>
 ba000-Exit.  exit section.
*>
 ca000-Schedule              section.
*>**********************************
*>
     display  "Employee Schedule"                     at line 1 col 1 with erase eos.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              go to    ca000-Exit.
     display  "Shift start (hhmm)     [    ]"         at line  5 col 1.
     display  "Shift end   (hhmm)     [    ]"         at line  6 col 1.
     display  "Days worked, Y per day - SMTWTFS"      at line  8 col 1.
     display  "                        [       ]"     at line  9 col 1.
     display  "(Days all blank = no schedule, not checked)" at line 10 col 1.
 ca010-Get-Times.
     accept   Emp-Sched-Start at line 5 col 25 with UPDATE.
     accept   Emp-Sched-End   at line 6 col 25 with UPDATE.
     move     Emp-Sched-Start to WS-Hhmm.
     if       WS-Hh > 23 or WS-Mm > 59
              display  PY272 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ca010-Get-Times.
     move     Emp-Sched-End   to WS-Hhmm.
     if       WS-Hh > 23 or WS-Mm > 59
              display  PY272 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ca010-Get-Times.
     display  space at line WS-23-Lines col 1 with erase eol.
     accept   Emp-Sched-Days  at line 9 col 25 with UPPER UPDATE.
     perform  varying WS-Dx from 1 by 1 until WS-Dx > 7
              if       Emp-Sched-Days (WS-Dx:1) not = "Y"
                       move     space to Emp-Sched-Days (WS-Dx:1)
              end-if
     end-perform.
     display  "Save the schedule (Y/N) [ ]" at line 12 col 1.
     move     "Y" to WS-Reply.
     accept   WS-Reply at line 12 col 26 with UPPER UPDATE.
     if       WS-Reply = "Y"
              rewrite  PY-Employee-Record.
*>
 ca000-Exit.  exit section.
*>
 da000-Clock-Pass            section.
*>**********************************
*>
*> A date range of punches against every scheduled Active employee's
*> shift - the range must be over, so no day is still being worked.
*>
     display  "Attendance Clock Pass"               at line 1 col 1 with erase eos.
     display  "From date (ccyymmdd)   [        ]"   at line 3 col 1.
     display  "To date (ccyymmdd)     [        ]"   at line 4 col 1.
     move     zero to WS-Date-From WS-Date-To.
     accept   WS-Date-From at line 3 col 25.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     accept   WS-Date-To   at line 4 col 25.
     if       TEST-DATE-YYYYMMDD (WS-Date-From) not = zero
        or    TEST-DATE-YYYYMMDD (WS-Date-To)   not = zero
              display  PY271    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
     move     INTEGER-OF-DATE (WS-Date-From) to WS-From-Int.
     move     INTEGER-OF-DATE (WS-Date-To)   to WS-To-Int.
     if       WS-To-Int < WS-From-Int
        or    WS-To-Int - WS-From-Int > 30
        or    WS-Date-To not < WS-Today
              display  PY265    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
     compute  WS-Days = WS-To-Int - WS-From-Int + 1.
*>
     open     input PY-Punch-File.
     if       PY-Pch-Status not = "00"
              display  PY266    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
*>
     perform  ra000-Age-File.
     move     zero to WS-Cnt-Tardy WS-Cnt-Early WS-Cnt-Absence
                      WS-Cnt-On-File WS-Cnt-Leave-Days.
     move     "C"  to WS-New-Source.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to da090-Done
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-Status not = "A"
                 or    Emp-Sched-Days = spaces
                       exit perform cycle
              end-if
              perform  db000-Check-Employee
     end-perform.
*>
 da090-Done.
     close    PY-Punch-File.
     move     WS-Cnt-Tardy to WS-Disp-Cnt.
     display  "Tardies recorded          : " at line  7 col 5 with erase eos.
     display  WS-Disp-Cnt                    at line  7 col 33.
     move     WS-Cnt-Early to WS-Disp-Cnt.
     display  "Early outs recorded       : " at line  8 col 5.
     display  WS-Disp-Cnt                    at line  8 col 33.
     move     WS-Cnt-Absence to WS-Disp-Cnt.
     display  "Absences recorded         : " at line  9 col 5.
     display  WS-Disp-Cnt                    at line  9 col 33.
     move     WS-Cnt-On-File to WS-Disp-Cnt.
     display  "Already on file           : " at line 10 col 5.
     display  WS-Disp-Cnt                    at line 10 col 33.
     move     WS-Cnt-Leave-Days to WS-Disp-Cnt.
     display  "FMLA / leave days skipped : " at line 11 col 5.
     display  WS-Disp-Cnt                    at line 11 col 33.
     move     WS-Cnt-Aged to WS-Disp-Cnt.
     display  "Aged off                  : " at line 12 col 5.
     display  WS-Disp-Cnt                    at line 12 col 33.
     move     WS-Cnt-Excused to WS-Disp-Cnt.
     display  "Excused for FMLA / leave  : " at line 13 col 5.
     display  WS-Disp-Cnt                    at line 13 col 33.
     display  SY015                          at line WS-Lines col 1.
     accept   WS-Reply                       at line WS-Lines col 58.
*>
 da000-Exit.  exit section.
*>
 db000-Check-Employee        section.
*>**********************************
*>
*> The employee's first in and last out per day of the range, then
*> each scheduled day against the shift.
*>
     perform  varying WS-Dx from 1 by 1 until WS-Dx > 31
              move     "N"  to WS-Cd-Punched (WS-Dx)
              move     zero to WS-Cd-In (WS-Dx) WS-Cd-Out (WS-Dx)
     end-perform.
     move     "N" to WS-Any-Punch.
     move     Emp-No       to Pch-Emp-No.
     move     WS-Date-From to Pch-Date.
     move     zero         to Pch-In.
     start    PY-Punch-File key not < Pch-Key
              invalid key
                       go to db010-Days
     end-start.
     perform  forever
              read     PY-Punch-File next record at end
                       exit perform
              end-read
              if       PY-Pch-Status not = "00"
                 or    Pch-Emp-No not = Emp-No
                 or    Pch-Date > WS-Date-To
                       exit perform
              end-if
              compute  WS-Dx = INTEGER-OF-DATE (Pch-Date) - WS-From-Int + 1
              move     Pch-In  to WS-Hhmm
              compute  WS-In-Min  = WS-Hh * 60 + WS-Mm
              move     Pch-Out to WS-Hhmm
              compute  WS-Out-Min = WS-Hh * 60 + WS-Mm
              if       WS-Out-Min not > WS-In-Min
                       add      1440 to WS-Out-Min
              end-if
              move     "Y" to WS-Any-Punch
              if       WS-Cd-Punched (WS-Dx) = "N"
                       move     "Y"        to WS-Cd-Punched (WS-Dx)
                       move     WS-In-Min  to WS-Cd-In (WS-Dx)
                       move     WS-Out-Min to WS-Cd-Out (WS-Dx)
              else
                       if       WS-In-Min < WS-Cd-In (WS-Dx)
                                move     WS-In-Min  to WS-Cd-In (WS-Dx)
                       end-if
                       if       WS-Out-Min > WS-Cd-Out (WS-Dx)
                                move     WS-Out-Min to WS-Cd-Out (WS-Dx)
                       end-if
              end-if
     end-perform.
*>
 db010-Days.
*>
*> No punches at all in the range is a missing timecard, not a run of
*> absences - pymisstc reports and records that.
*>
     if       WS-Any-Punch = "N"
              go to    db000-Exit.
     move     Emp-Sched-Start to WS-Hhmm.
     compute  WS-Sc-Start = WS-Hh * 60 + WS-Mm.
     move     Emp-Sched-End   to WS-Hhmm.
     compute  WS-Sc-End   = WS-Hh * 60 + WS-Mm.
     if       WS-Sc-End not > WS-Sc-Start
              add      1440 to WS-Sc-End.
*>
     perform  varying WS-Dx from 1 by 1 until WS-Dx > WS-Days
              compute  WS-Day-Int = WS-From-Int + WS-Dx - 1
              move     MOD (WS-Day-Int 7) to WS-Day-No
              if       Emp-Sched-Days (WS-Day-No + 1:1) not = "Y"
                       exit perform cycle
              end-if
              move     DATE-OF-INTEGER (WS-Day-Int) to WS-Chk-Date
              perform  az040-Holiday-Check
              if       WS-Is-Holiday = "Y"
                       exit perform cycle
              end-if
              move     Emp-No to WS-Chk-Emp
              perform  az010-Leave-Check
              if       WS-Lv-Excuse not = space
                       add      1 to WS-Cnt-Leave-Days
                       exit perform cycle
              end-if
              if       WS-Cd-Punched (WS-Dx) = "N"
                       move     "A"  to WS-New-Type
                       move     zero to WS-New-Minutes
                       perform  dc000-Record-Occurrence
                       exit perform cycle
              end-if
              if       WS-Cd-In (WS-Dx) > WS-Sc-Start + WS-Pol-Grace
                       move     "T"  to WS-New-Type
                       compute  WS-Late-Min = WS-Cd-In (WS-Dx) - WS-Sc-Start
                       move     WS-Late-Min to WS-New-Minutes
                       perform  dc000-Record-Occurrence
              end-if
              if       WS-Cd-Out (WS-Dx) < WS-Sc-End - WS-Pol-Grace
                       move     "E"  to WS-New-Type
                       compute  WS-Late-Min = WS-Sc-End - WS-Cd-Out (WS-Dx)
                       move     WS-Late-Min to WS-New-Minutes
                       perform  dc000-Record-Occurrence
              end-if
     end-perform.
*>
 db000-Exit.  exit section.
*>
 az040-Holiday-Check         section.
*>**********************************
*>
     move     "N" to WS-Is-Holiday.
     if       WS-Hol-Open not = "Y"
              go to    az040-Exit.
     move     WS-Chk-Date to Hol-Date.
     read     PY-Holiday-File key Hol-Date
              invalid key
                       go to az040-Exit
     end-read.
     move     "Y" to WS-Is-Holiday.
*>
 az040-Exit.  exit section.
*>
 dc000-Record-Occurrence     section.
*>**********************************
*>
*> A clock occurrence - one already there for the day and type (a
*> rerun, or reviewed and voided) is left as it stands.
*>
     initialize PY-Attendance-Record.
     move     Emp-No            to Att-Emp-No.
     move     WS-Chk-Date       to Att-Date.
     move     WS-New-Type       to Att-Type.
     read     PY-Attendance-File key Att-Key
              invalid key
                       continue
              not invalid key
                       add      1 to WS-Cnt-On-File
                       go to    dc000-Exit
     end-read.
     initialize PY-Attendance-Record.
     move     Emp-No            to Att-Emp-No.
     move     WS-Chk-Date       to Att-Date.
     move     WS-New-Type       to Att-Type.
     perform  az030-Type-Points.
     move     WS-New-Minutes    to Att-Minutes.
     move     WS-New-Source     to Att-Source.
     move     space             to Att-Status.
     perform  az020-Set-Expiry.
     move     Emp-Dept          to Att-Dept.
     move     WSE-Date-9        to Att-Entry-Date.
     move     WS-CD-Args (1:8)  to Att-Operator.
     write    PY-Attendance-Record
              invalid key
                       go to dc000-Exit
     end-write.
     evaluate WS-New-Type
              when     "T"
                       add      1 to WS-Cnt-Tardy
              when     "E"
                       add      1 to WS-Cnt-Early
              when     other
                       add      1 to WS-Cnt-Absence
     end-evaluate.
*>
 dc000-Exit.  exit section.
*>
 ea000-Occurrence-Entry      section.
*>**********************************
*>
*> One employee, day and type - an existing occurrence is shown for
*> review, a new one keyed.
*>
     display  "Attendance Occurrence Entry / Review"  at line 1 col 1 with erase eos.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              go to    ea000-Exit.
     display  "Date (ccyymmdd)        [        ]"     at line 5 col 1.
     display  "Type T = tardy, E = early out, N = no-call / no-show, A = absence [ ]"
                                                      at line 6 col 1.
 ea010-Get-Date.
     move     zero to WS-Sel-Date.
     accept   WS-Sel-Date at line 5 col 25.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ea000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-Sel-Date) not = zero
              display  PY271 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ea010-Get-Date.
 ea020-Get-Type.
     move     space to WS-Sel-Type.
     accept   WS-Sel-Type at line 6 col 69 with UPPER.
     if       WS-Sel-Type not = "T" and not = "E" and not = "N" and not = "A"
              display  PY269 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ea020-Get-Type.
     display  space at line WS-23-Lines col 1 with erase eol.
*>
     move     WS-Sel-Emp  to Att-Emp-No.
     move     WS-Sel-Date to Att-Date.
     move     WS-Sel-Type to Att-Type.
     read     PY-Attendance-File key Att-Key
              invalid key
                       perform  eb000-New-Occurrence
              not invalid key
                       perform  ec000-Review-Occurrence
     end-read.
*>
 ea000-Exit.  exit section.
*>
 eb000-New-Occurrence        section.
*>**********************************
*>
     move     WS-Sel-Emp  to WS-Chk-Emp.
     move     WS-Sel-Date to WS-Chk-Date.
     perform  az010-Leave-Check.
     if       WS-Lv-Excuse not = space
              display  PY268    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    eb000-Exit.
     initialize PY-Attendance-Record.
     move     WS-Sel-Emp  to Att-Emp-No.
     move     WS-Sel-Date to Att-Date.
     move     WS-Sel-Type to Att-Type.
     perform  az030-Type-Points.
     display  "Points                 [   ]"                    at line  8 col 1.
     display  "Minutes late / early   [    ]"                   at line  9 col 1.
     display  "Note                   [                    ]"   at line 10 col 1.
     accept   Att-Points  at line  8 col 25 with UPDATE.
     if       Att-Tardy or Att-Early-Out
              accept   Att-Minutes at line  9 col 25 with UPDATE.
     accept   Att-Note    at line 10 col 25 with UPDATE.
     display  "Record the occurrence (Y/N) [ ]" at line 12 col 1.
     move     "Y" to WS-Reply.
     accept   WS-Reply at line 12 col 30 with UPPER UPDATE.
     if       WS-Reply not = "Y"
              go to    eb000-Exit.
     move     "K"              to Att-Source.
     move     space            to Att-Status.
     perform  az020-Set-Expiry.
     move     Emp-Dept         to Att-Dept.
     move     WSE-Date-9       to Att-Entry-Date.
     move     WS-CD-Args (1:8) to Att-Operator.
     write    PY-Attendance-Record.
*>
 eb000-Exit.  exit section.
*>
 ec000-Review-Occurrence     section.
*>**********************************
*>
*> C confirms a pending occurrence (a leave day excuses it instead),
*> N turns an absence into a no-call / no-show at that type's points.
*>
     move     Att-Points to WS-Disp-Pts.
     display  "Points :"          at line  8 col 1.
     display  WS-Disp-Pts         at line  8 col 10.
     display  "Minutes :"         at line  8 col 20.
     display  Att-Minutes         at line  8 col 30.
     display  "Source :"          at line  9 col 1.
     evaluate Att-Source
              when     "C"
                       display  "Clock pass"         at line 9 col 10
              when     "M"
                       display  "Missing timecard"   at line 9 col 10
              when     other
                       display  "Keyed"              at line 9 col 10
     end-evaluate.
     display  "Status :"          at line 10 col 1.
     evaluate true
              when     Att-Active
                       display  "Active - counts"               at line 10 col 10
              when     Att-Pending
                       display  "Pending review - no points"    at line 10 col 10
              when     Att-Expired
                       display  "Expired"                       at line 10 col 10
              when     Att-FMLA
                       display  "FMLA day - never counts"      at line 10 col 10
              when     Att-Leave
                       display  "Approved leave - never counts" at line 10 col 10
              when     other
                       display  "Voided"                        at line 10 col 10
     end-evaluate.
     display  "Expires :"         at line 11 col 1.
     display  Att-Expire-Date     at line 11 col 11.
     display  "Note :"            at line 12 col 1.
     display  Att-Note            at line 12 col 10.
     display  "C = Confirm, V = Void, D = Delete, N = No-call / no-show, P = Points / note,"
                                  at line 14 col 1.
     display  "Return = leave as is [ ]" at line 15 col 1.
     move     space to WS-Reply.
     accept   WS-Reply at line 15 col 23 with UPPER.
     evaluate WS-Reply
              when     "C"
                       if       Att-Pending
                                move     WS-Sel-Emp  to WS-Chk-Emp
                                move     WS-Sel-Date to WS-Chk-Date
                                perform  az010-Leave-Check
                                if       WS-Lv-Excuse not = space
                                         move     WS-Lv-Excuse to Att-Status
                                         display  PY268 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                         display  SY015 at line WS-Lines col 1
                                         accept   WS-Reply at line WS-Lines col 58
                                else
                                         move     space to Att-Status
                                         perform  az020-Set-Expiry
                                end-if
                                move     WS-CD-Args (1:8) to Att-Operator
                                rewrite  PY-Attendance-Record
                       end-if
              when     "V"
                       move     "V" to Att-Status
                       move     WS-CD-Args (1:8) to Att-Operator
                       rewrite  PY-Attendance-Record
              when     "D"
                       delete   PY-Attendance-File record
              when     "N"
                       if       Att-Absence
                                perform  ed000-Make-No-Call
                       end-if
              when     "P"
                       display  "Points  [   ]"                          at line 17 col 1
                       display  "Note    [                    ]"         at line 18 col 1
                       accept   Att-Points at line 17 col 10 with UPDATE
                       accept   Att-Note   at line 18 col 10 with UPDATE
                       move     WS-CD-Args (1:8) to Att-Operator
                       rewrite  PY-Attendance-Record
     end-evaluate.
*>
 ec000-Exit.  exit section.
*>
 ed000-Make-No-Call          section.
*>**********************************
*>
*> The absence record is replaced by a no-call / no-show for the day,
*> unless one is already recorded.
*>
     move     PY-Attendance-Record to WS-Att-Hold.
     move     "N" to Att-Type.
     read     PY-Attendance-File key Att-Key
              invalid key
                       continue
              not invalid key
                       display  PY273    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015    at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines    col 58
                       go to    ed000-Exit
     end-read.
     move     WS-Att-Hold to PY-Attendance-Record.
     delete   PY-Attendance-File record.
     move     "N" to Att-Type.
     perform  az030-Type-Points.
     move     WS-CD-Args (1:8) to Att-Operator.
     write    PY-Attendance-Record.
*>
 ed000-Exit.  exit section.
*>
 fa000-Points-Report         section.
*>**********************************
*>
*> Active points per employee, those at a warning level (or all with
*> any) by department.
*>
     display  "Attendance Points-Threshold Report"          at line 1 col 1 with erase eos.
     display  "Include employees below verbal warning (Y/N) [ ]" at line 3 col 1.
     move     "N" to WS-Rp-All.
     accept   WS-Rp-All at line 3 col 47 with UPPER UPDATE.
     if       WS-Rp-All not = "Y"
              move     "N" to WS-Rp-All.
*>
     perform  ra000-Age-File.
     move     zero to WS-Rp-Count WS-Rp-Cur-Emp.
     move     "N"  to WS-Rp-Full-Shown.
     move     1    to Att-Emp-No.
     move     zero to Att-Date.
     move     space to Att-Type.
     start    PY-Attendance-File key not < Att-Key
              invalid key
                       go to fa090-Print
     end-start.
     perform  forever
              read     PY-Attendance-File next record at end
                       exit perform
              end-read
              if       PY-Att-Status not = "00"
                       exit perform
              end-if
              if       Att-Emp-No not = WS-Rp-Cur-Emp
                       perform  fb000-Note-Employee
                       move     Att-Emp-No to WS-Rp-Cur-Emp
                       move     zero to WS-Rp-Tardy WS-Rp-Early WS-Rp-No-Call
                                        WS-Rp-Absence WS-Rp-Pending WS-Rp-Points
                                        WS-Rp-Last
              end-if
              if       Att-Pending
                       add      1 to WS-Rp-Pending
                       exit perform cycle
              end-if
              if       not Att-Active
                       exit perform cycle
              end-if
              evaluate true
                       when     Att-Tardy
                                add      1 to WS-Rp-Tardy
                       when     Att-Early-Out
                                add      1 to WS-Rp-Early
                       when     Att-No-Call
                                add      1 to WS-Rp-No-Call
                       when     other
                                add      1 to WS-Rp-Absence
              end-evaluate
              add      Att-Points to WS-Rp-Points
              if       Att-Date > WS-Rp-Last
                       move     Att-Date to WS-Rp-Last
              end-if
     end-perform.
     perform  fb000-Note-Employee.
*>
 fa090-Print.
     move     WS-Pol-Verbal  to WS-Rg-Verbal-Ed.
     move     WS-Pol-Written to WS-Rg-Written-Ed.
     move     WS-Pol-Final   to WS-Rg-Final-Ed.
     move     WS-Pol-Window  to WS-Rg-Window-Ed.
     move     spaces to WS-Rg-Policy.
     string   "Warnings at - verbal " WS-Rg-Verbal-Ed
              ", written " WS-Rg-Written-Ed
              ", final "   WS-Rg-Final-Ed
              " points over a rolling " WS-Rg-Window-Ed
              " months, as at " WS-Today (1:4) "/" WS-Today (5:2) "/" WS-Today (7:2)
                                                       delimited by size
                                                       into WS-Rg-Policy
     end-string.
     perform  fc000-Print-Report.
     move     WS-Rp-Count to WS-Disp-Cnt.
     display  "Employees listed          : " at line  7 col 5 with erase eos.
     display  WS-Disp-Cnt                    at line  7 col 33.
     move     WS-Cnt-Aged to WS-Disp-Cnt.
     display  "Aged off                  : " at line  8 col 5.
     display  WS-Disp-Cnt                    at line  8 col 33.
     move     WS-Cnt-Excused to WS-Disp-Cnt.
     display  "Excused for FMLA / leave  : " at line  9 col 5.
     display  WS-Disp-Cnt                    at line  9 col 33.
     display  SY015                          at line WS-Lines col 1.
     accept   WS-Reply                       at line WS-Lines col 58.
*>
 fa000-Exit.  exit section.
*>
 fb000-Note-Employee         section.
*>**********************************
*>
     if       WS-Rp-Cur-Emp = zero
              go to    fb000-Exit.
     if       WS-Rp-Points < WS-Pol-Verbal
        and   (WS-Rp-All not = "Y"
         or    (WS-Rp-Points = zero and WS-Rp-Pending = zero))
              go to    fb000-Exit.
     if       WS-Rp-Count = 2000
              if       WS-Rp-Full-Shown not = "Y"
                       move     "Y" to WS-Rp-Full-Shown
                       display  PY270 at line WS-22-Lines col 1 foreground-color 4 erase eol
              end-if
              go to    fb000-Exit.
     move     WS-Rp-Cur-Emp to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     spaces to Emp-Name Emp-Dept
     end-read.
     add      1 to WS-Rp-Count.
     move     Emp-Dept       to WS-Rp-Dept (WS-Rp-Count).
     move     WS-Rp-Cur-Emp  to WS-Rp-Emp (WS-Rp-Count).
     move     Emp-Name       to WS-Rp-Name (WS-Rp-Count).
     move     WS-Rp-Tardy    to WS-Rp-T (WS-Rp-Count).
     move     WS-Rp-Early    to WS-Rp-E (WS-Rp-Count).
     move     WS-Rp-No-Call  to WS-Rp-N (WS-Rp-Count).
     move     WS-Rp-Absence  to WS-Rp-A (WS-Rp-Count).
     move     WS-Rp-Pending  to WS-Rp-P (WS-Rp-Count).
     move     WS-Rp-Points   to WS-Rp-Pts (WS-Rp-Count).
     move     WS-Rp-Last     to WS-Rp-Last-Date (WS-Rp-Count).
     evaluate true
              when     WS-Rp-Points not < WS-Pol-Final
                       move     "FINAL"   to WS-Rp-Level (WS-Rp-Count)
              when     WS-Rp-Points not < WS-Pol-Written
                       move     "WRITTEN" to WS-Rp-Level (WS-Rp-Count)
              when     WS-Rp-Points not < WS-Pol-Verbal
                       move     "VERBAL"  to WS-Rp-Level (WS-Rp-Count)
              when     other
                       move     spaces    to WS-Rp-Level (WS-Rp-Count)
     end-evaluate.
*>
 fb000-Exit.  exit section.
*>
 fc000-Print-Report          section.
*>**********************************
*>
     if       WS-Rp-Count = zero
              go to    fc000-Exit.
     perform  varying WS-Rp-Sub from WS-Rp-Count by 1
                      until WS-Rp-Sub not < 2000
              move     high-values to WS-Rp-Sort (WS-Rp-Sub + 1)
     end-perform.
     sort     WS-Rp-Entry ascending key WS-Rp-Sort.
*>
     open     output Print-File.
     initiate Attendance-Points-Report.
     perform  varying WS-Rp-Sub from 1 by 1 until WS-Rp-Sub > WS-Rp-Count
              move     WS-Rp-Dept (WS-Rp-Sub) to WS-Rg-Dept
              if       WS-Rg-Dept = spaces
                       move     "(none)"   to WS-Rg-Dept-Name
              else
                       move     WS-Rg-Dept to WS-Rg-Dept-Name
              end-if
              move     zero to WS-Rg-Verbal WS-Rg-Written WS-Rg-Final
              evaluate WS-Rp-Level (WS-Rp-Sub)
                       when     "FINAL"
                                move     1 to WS-Rg-Final
                       when     "WRITTEN"
                                move     1 to WS-Rg-Written
                       when     "VERBAL"
                                move     1 to WS-Rg-Verbal
              end-evaluate
              generate Att-Line-Detail
     end-perform.
     terminate Attendance-Points-Report.
     if       Page-Counter > zero    *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
     else
              close    Print-File.
*>
 fc000-Exit.  exit section.
*>
 ra000-Age-File              section.
*>**********************************
*>
*> Active and pending occurrences past expiry stop counting; any on a
*> day since covered by FMLA or approved leave are excused.
*>
     move     zero to WS-Cnt-Aged WS-Cnt-Excused.
     move     1    to Att-Emp-No.
     move     zero to Att-Date.
     move     space to Att-Type.
     start    PY-Attendance-File key not < Att-Key
              invalid key
                       go to ra090-Stamp
     end-start.
     perform  forever
              read     PY-Attendance-File next record at end
                       exit perform
              end-read
              if       PY-Att-Status not = "00"
                       exit perform
              end-if
              if       not Att-Active and not Att-Pending
                       exit perform cycle
              end-if
              if       Att-Expire-Date not > WS-Today
                       move     "X" to Att-Status
                       rewrite  PY-Attendance-Record
                       add      1 to WS-Cnt-Aged
                       exit perform cycle
              end-if
              move     Att-Emp-No to WS-Chk-Emp
              move     Att-Date   to WS-Chk-Date
              perform  az010-Leave-Check
              if       WS-Lv-Excuse not = space
                       move     WS-Lv-Excuse to Att-Status
                       rewrite  PY-Attendance-Record
                       add      1 to WS-Cnt-Excused
              end-if
     end-perform.
*>
 ra090-Stamp.
     move     WS-Today to WS-Pol-Last-Aged.
     perform  ab006-Save-Policy.
*>
 ra000-Exit.  exit section.
*>
