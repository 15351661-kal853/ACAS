       >>source free
*>****************************************************************
*>      California Meal & Rest Period Compliance From Punches -   *
*>         Premium Pay Posting & Weekly Violation Register        *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pymealck.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Checks the punch pairs pytcimp keeps from the
*>                      punch-level "P," import (PY-Punch-File) against
*>                      the California meal and rest period rules, one
*>                      workweek (Sunday - Saturday) at a time, for
*>                      hourly employees whose taxing state is CA.
*>
*>                      Per workday the pairs are put in time order
*>                      (pairs after midnight of an overnight shift
*>                      follow it) and every gap between them is a
*>                      break - 30 minutes or more a meal, 10 - 29
*>                      minutes a rest break:
*>
*>                      - over 5 hours worked needs a meal begun by
*>                        the end of the 5th hour worked, waivable
*>                        (Emp-CA-Meal-Waiver 1 / B) when the day is
*>                        no more than 6 hours;
*>                      - over 10 hours needs a second begun by the end
*>                        of the 10th hour, waivable (2 / B) when the
*>                        day is no more than 12 hours and the first
*>                        was taken;
*>                      - where the clocks punch rest breaks (asked
*>                        each run) one 10 minute rest per 4 hours or
*>                        major fraction - from 3.5 hours 1, over 6
*>                        hours 2, over 10 hours 3, over 14 hours 4.
*>
*>                      A day with meal violations owes one hour's
*>                      premium at the regular rate (Rate 1), a day
*>                      with too few rests another (Labor Code 226.7).
*>                      Functions off one menu:
*>
*>                      C - checks a week and prints the register,
*>                          posting nothing;
*>                      P - the same, then posts each day's premium as
*>                          a code 21 Meal / Rest Premium line dated
*>                          the workday, flagged Hrs-Gen-Flag "K", into
*>                          the batch being built, and records the day
*>                          on PY-Meal-Violation-File (pymlv) so it is
*>                          never paid twice. The batch is set back to
*>                          un-proofed as pyholgen does;
*>                      R - reprints a week's register of the premiums
*>                          posted.
*>
*>                      The register runs by department then employee
*>                      and day, with the weekday, so supervisors can
*>                      see where and when breaks are being missed,
*>                      and totals each department.
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
*>                      pypunch. Time Clock Punch Pairs.
*>                      pymlv.   Meal / Rest Violations - I-O.
*>                      pyemp.   Employee Master.
*>                      pyhrs.   Pay Transactions - I-O (posting).
*>                      prt-1.   Violation Register.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY260 - 264.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Rest break note moved to col 60 so it is not cut.
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
 copy "selpypch.cob".
 copy "selpymlv.cob".
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
 copy "fdpypch.cob".
 copy "fdpymlv.cob".
 copy "fdpyemp.cob".
 copy "fdpyhrs.cob".
*>
 fd  Print-File
     reports are Meal-Violation-Register.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pymealck (1.0.01)".  *> First release pre testing.
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
     03  PY-Pch-Status       pic xx.
     03  PY-Mlv-Status       pic xx.
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
*>
     03  WS-Function         pic x        value space.
     03  WS-Posting          pic x        value "N".       *> Y = post, N = check only
     03  WS-Reprint          pic x        value "N".       *> Y = register from pymlv
     03  WS-Rest-Check       pic x        value "N".       *> Y = clocks punch rest breaks
     03  WS-Week-End         pic 9(8)     value zero.
     03  WS-Week-Start       pic 9(8)     value zero.
     03  WS-Week-Int         binary-long  value zero.
     03  WS-Disp-Amt         pic z(6)9.99.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Hdr-No-Recs      binary-short unsigned value zero.
     03  WS-Hrs-Batch-No     binary-short unsigned value zero.
     03  WS-Ws-Mode          pic x(80)    value spaces.
     03  WS-Day-Names        pic x(21)    value "SunMonTueWedThuFriSat".
     03  WS-Day-No           pic 9        value zero.
*>
*> One employee workday's punch pairs - start and end in minutes from
*> the workday's midnight, an overnight pair ending past 1440.
*>
     03  WS-Dy-Emp           pic 9(7)     value zero.
     03  WS-Dy-Date          pic 9(8)     value zero.
     03  WS-Dy-Count         pic 99       value zero.
     03  WS-Dy-Sub           pic 99       value zero.
     03  WS-Dy-Sub2          pic 99       value zero.
     03  WS-Dy-Pair                       occurs 20.
         05  WS-Dy-Start     binary-long.
         05  WS-Dy-End       binary-long.
     03  WS-Dy-Swap-S        binary-long  value zero.
     03  WS-Dy-Swap-E        binary-long  value zero.
     03  WS-Dy-Night-S       binary-long  value zero.
     03  WS-Dy-Hhmm          pic 9(4)     value zero.
     03  filler  redefines WS-Dy-Hhmm.
         05  WS-Dy-Hh        pic 99.
         05  WS-Dy-Mm        pic 99.
     03  WS-Dy-Full-Shown    pic x        value "N".
*>
*> The day worked out
*>
     03  WS-Dy-Worked        binary-long  value zero.
     03  WS-Dy-Cum           binary-long  value zero.
     03  WS-Dy-Gap           binary-long  value zero.
     03  WS-Dy-Meals         pic 9        value zero.
     03  WS-Dy-Meal1-At      binary-long  value zero.
     03  WS-Dy-Meal2-At      binary-long  value zero.
     03  WS-Dy-Rests         pic 9        value zero.
     03  WS-Dy-Rest-Due      pic 9        value zero.
     03  WS-Dy-Flag1         pic x        value space.
     03  WS-Dy-Flag2         pic x        value space.
     03  WS-Dy-Rest-Flag     pic x        value space.
     03  WS-Dy-Prem          pic 9        value zero.
     03  WS-Dy-Amount        pic 9(7)v99  value zero.
*>
*> The week's violations - sorted by department, employee and day for
*> the register. Unused entries are padded high so they sort last.
*>
     03  WS-Mv-Count         pic 9(4)     value zero.
     03  WS-Mv-Sub           pic 9(4)     value zero.
     03  WS-Mv-Full-Shown    pic x        value "N".
     03  WS-Mv-Table.
         05  WS-Mv-Entry                  occurs 1000
                                          ascending key WS-Mv-Sort indexed by MX.
             07  WS-Mv-Sort.
                 09  WS-Mv-Dept      pic x(4).
                 09  WS-Mv-Emp       pic 9(7).
                 09  WS-Mv-Date      pic 9(8).
             07  WS-Mv-Name          pic x(24).
             07  WS-Mv-Worked        pic 9(4).
             07  WS-Mv-Meals         pic 9.
             07  WS-Mv-Meal1-At      pic 9(4).
             07  WS-Mv-Flag1         pic x.
             07  WS-Mv-Flag2         pic x.
             07  WS-Mv-Rest-Due      pic 9.
             07  WS-Mv-Rest-Taken    pic 9.
             07  WS-Mv-Rest-Flag     pic x.
             07  WS-Mv-Prem          pic 9.
             07  WS-Mv-Amount        pic 9(7)v99  comp-3.
             07  WS-Mv-Result        pic x(11).
*>
*> Register line
*>
     03  WS-Rg-Dept          pic x(4)     value spaces.
     03  WS-Rg-Dept-Name     pic x(6)     value spaces.
     03  WS-Rg-Day           pic x(3)     value spaces.
     03  WS-Rg-Hours         pic 99v99    value zero.
     03  WS-Rg-Meal1-Hrs     pic 99v99    value zero.
     03  WS-Rg-Meal1         pic x(6)     value spaces.
     03  WS-Rg-Meal2         pic x(6)     value spaces.
     03  WS-Rg-Rest          pic x(6)     value spaces.
     03  WS-Rg-Flag          pic x        value space.
     03  WS-Rg-Text          pic x(6)     value spaces.
     03  WS-Rg-Meal-V        pic 9        value zero.      *> 1 = a meal violation day
     03  WS-Rg-Rest-V        pic 9        value zero.      *> 1 = a rest violation day
     03  WS-Rg-Prem          pic 9        value zero.
     03  WS-Rg-Amount        pic 9(7)v99  value zero.
*>
*> Run totals
*>
     03  WS-Cnt-Days         pic 9(5)     value zero.
     03  WS-Cnt-Viol         pic 9(5)     value zero.
     03  WS-Cnt-Waived       pic 9(5)     value zero.
     03  WS-Cnt-Posted       pic 9(5)     value zero.
     03  WS-Cnt-Earlier      pic 9(5)     value zero.
     03  WS-Tot-Posted       pic 9(7)v99  value zero.
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
     03  PY260           pic x(51) value "PY260 Week ending date must be a Saturday, ccyymmdd".
     03  PY261           pic x(50) value "PY261 Pay batch not found - start the period batch".
     03  PY262           pic x(53) value "PY262 Punch file not found - import punch lines first".
     03  PY263           pic x(51) value "PY263 Violation table full - later days not checked".
     03  PY264           pic x(59) value "PY264 More than 20 punches in a day - the rest ignored, emp".
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
 RD  Meal-Violation-Register
     control      Final WS-Rg-Dept
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Mlv-Head  Type Page Heading.
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
         05  col  38     pic x(48)   value "California Meal & Rest Period Violation Register".
     03  Line  4.
         05  col  38     pic x(80)   source WS-Ws-Mode.
     03  line  5.
         05  col   1                 value "Emp No".
         05  col   9                 value "-- Employee Name -------".
         05  col  34                 value "Workday".
         05  col  45                 value "Day".
         05  col  50                 value "Worked".
         05  col  57                 value "Meals".
         05  col  63                 value "1st At".
         05  col  71                 value "Meal 1".
         05  col  78                 value "Meal 2".
         05  col  85                 value "Rest Due/Took".
         05  col 100                 value "Prem".
         05  col 106                 value "Amount".
         05  col 116                 value "Result".
*>
 01  Report-Mlv-Dept-Head  Type Control Heading WS-Rg-Dept.
     03  line + 2.
         05  col   1                 value "Department :".
         05  col  14     pic x(6)          source WS-Rg-Dept-Name.
*>
 01  Mlv-Line-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)          source WS-Mv-Emp (WS-Mv-Sub).
         05  col   9     pic x(24)         source WS-Mv-Name (WS-Mv-Sub).
         05  col  34     pic 9999/99/99    source WS-Mv-Date (WS-Mv-Sub).
         05  col  45     pic x(3)          source WS-Rg-Day.
         05  col  50     pic z9.99         source WS-Rg-Hours.
         05  col  59     pic 9             source WS-Mv-Meals (WS-Mv-Sub).
         05  col  64     pic z9.99         source WS-Rg-Meal1-Hrs.
         05  col  71     pic x(6)          source WS-Rg-Meal1.
         05  col  78     pic x(6)          source WS-Rg-Meal2.
         05  col  89     pic 9             source WS-Mv-Rest-Due (WS-Mv-Sub).
         05  col  90                 value "/".
         05  col  91     pic 9             source WS-Mv-Rest-Taken (WS-Mv-Sub).
         05  col  93     pic x(6)          source WS-Rg-Rest.
         05  col 102     pic 9             source WS-Rg-Prem.
         05  col 104     pic z(6)9.99      source WS-Rg-Amount.
         05  col 116     pic x(11)         source WS-Mv-Result (WS-Mv-Sub).
*>
 01  type control Footing WS-Rg-Dept.
     03  line + 1.
         05  col   1                 value "Department totals -".
         05  col  21     pic x(6)          source WS-Rg-Dept-Name.
         05  col  28                 value "meal violation days".
         05  col  49     pic zzz9          sum WS-Rg-Meal-V.
         05  col  55                 value "rest violation days".
         05  col  76     pic zzz9          sum WS-Rg-Rest-V.
         05  col  82                 value "premium hours".
         05  col  96     pic zzz9          sum WS-Rg-Prem.
         05  col 104     pic z(6)9.99      sum WS-Rg-Amount.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(26)     value "Violation days           :".
         05  col 28          pic zzzz9     source WS-Cnt-Viol.
     03  line + 1.
         05  col  1          pic x(26)     value "Meal violation days      :".
         05  col 28          pic zzzz9     sum WS-Rg-Meal-V.
     03  line + 1.
         05  col  1          pic x(26)     value "Rest violation days      :".
         05  col 28          pic zzzz9     sum WS-Rg-Rest-V.
     03  line + 1.
         05  col  1          pic x(26)     value "Premium hours / amount   :".
         05  col 28          pic zzzz9     sum WS-Rg-Prem.
         05  col 35          pic z(6)9.99  sum WS-Rg-Amount.
     03  line + 1.
         05  col  1          pic x(26)     value "Workdays checked         :".
         05  col 28          pic zzzz9     source WS-Cnt-Days.
     03  line + 1.
         05  col  1          pic x(26)     value "Meals waived (no premium):".
         05  col 28          pic zzzz9     source WS-Cnt-Waived.
     03  line + 2.
         05  col  1          pic x(84)     value "MISSED = no break of 30 minutes, LATE = begun after the 5th (Meal 1) / 10th (Meal 2)".
     03  line + 1.
         05  col  1          pic x(87)     value "hour worked, WAIVED = employee's signed waiver applied. One hour at Rate 1 per meal day".
     03  line + 1.
         05  col  1          pic x(58)     value "and one per rest day, paid as code 21 Meal / Rest Premium.".
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
     display  "CA Meal & Rest Period Check" at 0125 with foreground-color 2.
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
     open     i-o PY-Meal-Violation-File.
     if       PY-Mlv-Status = "35"        *> first ever use
              open     output PY-Meal-Violation-File
              close    PY-Meal-Violation-File
              open     i-o PY-Meal-Violation-File
     end-if.
     open     input PY-Employee-File.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Meal-Violation-File
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
     display  "California Meal & Rest Period Compliance"  at line 1 col 1 with erase eos.
     display  "C = Check a week (register only), P = Post premiums for a week,"
                                                         at line 3 col 1.
     display  "R = Reprint a week's posted register, Q = Quit [ ]"
                                                         at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 49 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "C"
                       move     "N" to WS-Posting
                       perform  ba000-Check-Week
              when "P"
                       move     "Y" to WS-Posting
                       perform  ba000-Check-Week
              when "R"
                       perform  ca000-Reprint
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ab020-Get-Week              section.
*>**********************************
*>
*> The workweek by its Saturday - INTEGER-OF-DATE day 1 was a Monday,
*> so a Saturday leaves 6 over sevens.
*>
     display  "Week ending Saturday (ccyymmdd) [        ]" at line 3 col 1.
     move     WSE-Date-9 to WS-Week-End.
     accept   WS-Week-End at line 3 col 34 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              move     zero to WS-Week-End
              go to    ab020-Exit.
     if       TEST-DATE-YYYYMMDD (WS-Week-End) not = zero
              display  PY260 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              move     zero to WS-Week-End
              go to    ab020-Exit.
     move     INTEGER-OF-DATE (WS-Week-End) to WS-Week-Int.
     if       MOD (WS-Week-Int 7) not = 6
              display  PY260 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              move     zero to WS-Week-End
              go to    ab020-Exit.
     subtract 6 from WS-Week-Int.
     move     DATE-OF-INTEGER (WS-Week-Int) to WS-Week-Start.
*>
 ab020-Exit.  exit section.
*>
 ba000-Check-Week            section.
*>**********************************
*>
*> Check (WS-Posting = "N") or post a workweek's punches.
*>
     if       WS-Posting = "Y"
              display  "Post Meal & Rest Period Premiums"      at line 1 col 1 with erase eos
     else
              display  "Check Meal & Rest Periods - Register"  at line 1 col 1 with erase eos.
     perform  ab020-Get-Week.
     if       WS-Week-End = zero
              go to    ba000-Exit.
     display  "Rest breaks punched at the clock (Y/N) [ ]"       at line 4 col 1.
     move     "N" to WS-Rest-Check.
     accept   WS-Rest-Check at line 4 col 42 with UPPER UPDATE.
     if       WS-Rest-Check not = "Y"
              move     "N" to WS-Rest-Check.
     if       WS-Posting = "Y"
              display  "Post the premiums into the pay batch (Y/N) [ ]"  at line 6 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 6 col 45 with UPPER
              if       WS-Reply not = "Y"
                       go to    ba000-Exit
              end-if
     end-if.
*>
     open     input PY-Punch-File.
     if       PY-Pch-Status not = "00"
              display  PY262    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ba000-Exit.
*>
     if       WS-Posting = "Y"
              open     i-o PY-Pay-Transactions-File
              if       PY-Hrs-Status not = "00"
                       display  PY261    at line WS-23-Lines col 1 foreground-color 4 erase eos
                       display  SY015    at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines    col 58
                       close    PY-Punch-File
                       go to    ba000-Exit
              end-if
*>
*> The batch header must exist - premium lines join the batch being
*> built for the period.
*>
              move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                display  PY261    at line WS-23-Lines col 1 foreground-color 4 erase eos
                                display  SY015    at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines    col 58
                                close    PY-Pay-Transactions-File
                                         PY-Punch-File
                                go to    ba000-Exit
              end-read
              move     Hrs-No-Recs  to WS-Hdr-No-Recs
              move     Hrs-Batch-No to WS-Hrs-Batch-No
     end-if.
*>
     move     zero to WS-Mv-Count WS-Cnt-Days WS-Cnt-Viol WS-Cnt-Waived
                      WS-Cnt-Posted WS-Cnt-Earlier WS-Tot-Posted
                      WS-Dy-Emp WS-Dy-Date WS-Dy-Count.
     move     "N"  to WS-Mv-Full-Shown WS-Dy-Full-Shown WS-Reprint.
*>
*> Punches come in key order - employee, workday, in time - so each
*> change of employee or day checks the day just collected.
*>
     move     zero to Pch-Emp-No Pch-Date Pch-In.
     start    PY-Punch-File key not < Pch-Key
              invalid key
                       go to ba090-Done
     end-start.
     perform  forever
              read     PY-Punch-File next record at end
                       exit perform
              end-read
              if       PY-Pch-Status not = "00"
                       exit perform
              end-if
              if       Pch-Date < WS-Week-Start
                 or    Pch-Date > WS-Week-End
                       exit perform cycle
              end-if
              if       Pch-Emp-No not = WS-Dy-Emp
                 or    Pch-Date   not = WS-Dy-Date
                       perform  bb000-Check-Day
                       move     Pch-Emp-No to WS-Dy-Emp
                       move     Pch-Date   to WS-Dy-Date
                       move     zero       to WS-Dy-Count
                       move     "N"        to WS-Dy-Full-Shown
              end-if
              perform  ba010-Add-Pair
     end-perform.
     perform  bb000-Check-Day.
*>
 ba090-Done.
     close    PY-Punch-File.
*>
*> The batch grew - force a fresh proof before it can apply.
*>
     if       WS-Posting = "Y"
              if       WS-Cnt-Posted not = zero
                       move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code
                       read     PY-Pay-Transactions-File key Hrs-Key
                                invalid key
                                         continue
                                not invalid key
                                         move     WS-Hdr-No-Recs to Hrs-No-Recs
                                         move     "N"            to Hrs-Proofed
                                         rewrite  PY-Pay-Header-Record
                       end-read
              end-if
              close    PY-Pay-Transactions-File
     end-if.
*>
     move     spaces to WS-Ws-Mode.
     if       WS-Posting = "Y"
              string   "Week ending " WS-Week-End (1:4) "/" WS-Week-End (5:2) "/"
                       WS-Week-End (7:2) " - premiums posted to the pay batch"
                                                         delimited by size
                                                    into WS-Ws-Mode
              end-string
     else
              string   "Week ending " WS-Week-End (1:4) "/" WS-Week-End (5:2) "/"
                       WS-Week-End (7:2) " - check only, nothing posted"
                                                         delimited by size
                                                    into WS-Ws-Mode
              end-string
     end-if.
     if       WS-Rest-Check = "Y"
              move     "(rest breaks checked)"     to WS-Ws-Mode (60:21)
     else
              move     "(rest not punched)"        to WS-Ws-Mode (60:21).
     perform  cc000-Print-Register.
*>
     move     WS-Cnt-Days to WS-Disp-Cnt.
     display  "Workdays checked       : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt                 at line  8 col 30.
     move     WS-Cnt-Viol to WS-Disp-Cnt.
     display  "Violation days         : " at line  9 col 5.
     display  WS-Disp-Cnt                 at line  9 col 30.
     move     WS-Cnt-Waived to WS-Disp-Cnt.
     display  "Meals waived           : " at line 10 col 5.
     display  WS-Disp-Cnt                 at line 10 col 30.
     move     WS-Cnt-Earlier to WS-Disp-Cnt.
     display  "Paid on an earlier run : " at line 11 col 5.
     display  WS-Disp-Cnt                 at line 11 col 30.
     if       WS-Posting = "Y"
              move     WS-Cnt-Posted to WS-Disp-Cnt
              display  "Premium days posted    : " at line 12 col 5
              display  WS-Disp-Cnt                 at line 12 col 30
              move     WS-Tot-Posted to WS-Disp-Amt
              display  WS-Disp-Amt                 at line 12 col 37
              if       WS-Cnt-Posted not = zero
                       display  "Batch set back to un-proofed - run hrsprint / pyproof again"
                                at line 14 col 5 with foreground-color 2
              end-if
     end-if.
     display  SY015                       at line WS-Lines col 1.
     accept   WS-Reply                    at line WS-Lines col 58.
*>
 ba000-Exit.  exit section.
*>
 ba010-Add-Pair              section.
*>**********************************
*>
*> The punch pair in minutes - an out not after the in ran past the
*> workday's midnight.
*>
     if       WS-Dy-Count = 20
              if       WS-Dy-Full-Shown not = "Y"
                       move     "Y" to WS-Dy-Full-Shown
                       display  PY264      at line WS-22-Lines col 1 foreground-color 4 erase eol
                       display  Pch-Emp-No at line WS-22-Lines col 61
              end-if
              go to    ba010-Exit.
     add      1 to WS-Dy-Count.
     move     Pch-In  to WS-Dy-Hhmm.
     compute  WS-Dy-Start (WS-Dy-Count) = WS-Dy-Hh * 60 + WS-Dy-Mm.
     move     Pch-Out to WS-Dy-Hhmm.
     compute  WS-Dy-End (WS-Dy-Count)   = WS-Dy-Hh * 60 + WS-Dy-Mm.
     if       WS-Dy-End (WS-Dy-Count) not > WS-Dy-Start (WS-Dy-Count)
              add      1440 to WS-Dy-End (WS-Dy-Count).
*>
 ba010-Exit.  exit section.
*>
 bb000-Check-Day             section.
*>**********************************
*>
*> One employee workday against the meal and rest period rules -
*> California hourly staff only.
*>
     if       WS-Dy-Count = zero
              go to    bb000-Exit.
     move     WS-Dy-Emp to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       go to    bb000-Exit
     end-read.
     if       Emp-Taxing-State not = "CA"
        or    Emp-HS-Type not = "H"
              go to    bb000-Exit.
     add      1 to WS-Cnt-Days.
*>
     perform  bb010-Order-Pairs.
*>
*> Worked time and the breaks between the pairs - 30 minutes or more
*> is a meal, 10 to 29 a rest, each placed by the minutes worked
*> before it began.
*>
     move     zero to WS-Dy-Worked WS-Dy-Cum WS-Dy-Meals WS-Dy-Rests
                      WS-Dy-Meal1-At WS-Dy-Meal2-At WS-Dy-Rest-Due WS-Dy-Prem.
     perform  varying WS-Dy-Sub from 1 by 1 until WS-Dy-Sub > WS-Dy-Count
              compute  WS-Dy-Worked = WS-Dy-Worked
                                    + WS-Dy-End (WS-Dy-Sub) - WS-Dy-Start (WS-Dy-Sub)
     end-perform.
     perform  varying WS-Dy-Sub from 1 by 1 until WS-Dy-Sub not < WS-Dy-Count
              compute  WS-Dy-Cum = WS-Dy-Cum
                                 + WS-Dy-End (WS-Dy-Sub) - WS-Dy-Start (WS-Dy-Sub)
              compute  WS-Dy-Gap = WS-Dy-Start (WS-Dy-Sub + 1) - WS-Dy-End (WS-Dy-Sub)
              if       WS-Dy-Gap not < 30
                       if       WS-Dy-Meals < 9
                                add      1 to WS-Dy-Meals
                       end-if
                       if       WS-Dy-Meals = 1
                                move     WS-Dy-Cum to WS-Dy-Meal1-At
                       end-if
                       if       WS-Dy-Meals = 2
                                move     WS-Dy-Cum to WS-Dy-Meal2-At
                       end-if
              else
                       if       WS-Dy-Gap not < 10
                          and   WS-Dy-Rests < 9
                                add      1 to WS-Dy-Rests
                       end-if
              end-if
     end-perform.
*>
*> First meal - due over 5 hours, begun by the end of the 5th hour.
*>
     evaluate true
              when     WS-Dy-Worked not > 300
                       move     "-" to WS-Dy-Flag1
              when     WS-Dy-Meals > zero
                and    WS-Dy-Meal1-At not > 300
                       move     space to WS-Dy-Flag1
              when     WS-Dy-Worked not > 360
                and    Emp-CA-Waive-First
                       move     "W" to WS-Dy-Flag1
              when     WS-Dy-Meals > zero
                       move     "L" to WS-Dy-Flag1
              when     other
                       move     "M" to WS-Dy-Flag1
     end-evaluate.
*>
*> Second meal - due over 10 hours, begun by the end of the 10th.
*>
     evaluate true
              when     WS-Dy-Worked not > 600
                       move     "-" to WS-Dy-Flag2
              when     WS-Dy-Meals > 1
                and    WS-Dy-Meal2-At not > 600
                       move     space to WS-Dy-Flag2
              when     WS-Dy-Worked not > 720
                and    Emp-CA-Waive-Second
                and    WS-Dy-Flag1 = space
                       move     "W" to WS-Dy-Flag2
              when     WS-Dy-Meals > 1
                       move     "L" to WS-Dy-Flag2
              when     other
                       move     "M" to WS-Dy-Flag2
     end-evaluate.
*>
*> Rest - 10 minutes per 4 hours or major fraction, only where the
*> clocks punch rest breaks.
*>
     move     space to WS-Dy-Rest-Flag.
     if       WS-Rest-Check = "Y"
              evaluate true
                       when     WS-Dy-Worked > 840
                                move     4 to WS-Dy-Rest-Due
                       when     WS-Dy-Worked > 600
                                move     3 to WS-Dy-Rest-Due
                       when     WS-Dy-Worked > 360
                                move     2 to WS-Dy-Rest-Due
                       when     WS-Dy-Worked not < 210
                                move     1 to WS-Dy-Rest-Due
                       when     other
                                move     zero to WS-Dy-Rest-Due
              end-evaluate
              if       WS-Dy-Rests < WS-Dy-Rest-Due
                       move     "M" to WS-Dy-Rest-Flag
              end-if
     else
              move     zero to WS-Dy-Rests.
*>
     if       WS-Dy-Flag1 = "M" or "L"
        or    WS-Dy-Flag2 = "M" or "L"
              add      1 to WS-Dy-Prem.
     if       WS-Dy-Rest-Flag = "M"
              add      1 to WS-Dy-Prem.
     if       WS-Dy-Prem = zero
              if       WS-Dy-Flag1 = "W"
                 or    WS-Dy-Flag2 = "W"
                       add      1 to WS-Cnt-Waived
              end-if
              go to    bb000-Exit.
*>
     add      1 to WS-Cnt-Viol.
     compute  WS-Dy-Amount rounded = WS-Dy-Prem * Emp-Rate (1).
     perform  bb020-Note-Violation.
*>
 bb000-Exit.  exit section.
*>
 bb010-Order-Pairs           section.
*>**********************************
*>
*> Pairs into time order. Where one pair runs past midnight, pairs
*> clocked in before noon and before it are the small hours after it.
*>
     move     zero to WS-Dy-Night-S.
     perform  varying WS-Dy-Sub from 1 by 1 until WS-Dy-Sub > WS-Dy-Count
              if       WS-Dy-End (WS-Dy-Sub) > 1440
                 and   WS-Dy-Start (WS-Dy-Sub) > WS-Dy-Night-S
                       move     WS-Dy-Start (WS-Dy-Sub) to WS-Dy-Night-S
              end-if
     end-perform.
     if       WS-Dy-Night-S > zero
              perform  varying WS-Dy-Sub from 1 by 1 until WS-Dy-Sub > WS-Dy-Count
                       if       WS-Dy-Start (WS-Dy-Sub) < 720
                          and   WS-Dy-Start (WS-Dy-Sub) < WS-Dy-Night-S
                                add      1440 to WS-Dy-Start (WS-Dy-Sub)
                                                 WS-Dy-End (WS-Dy-Sub)
                       end-if
              end-perform
     end-if.
     perform  varying WS-Dy-Sub from 1 by 1 until WS-Dy-Sub not < WS-Dy-Count
              perform  varying WS-Dy-Sub2 from 1 by 1
                               until WS-Dy-Sub2 > WS-Dy-Count - WS-Dy-Sub
                       if       WS-Dy-Start (WS-Dy-Sub2) > WS-Dy-Start (WS-Dy-Sub2 + 1)
                                move     WS-Dy-Start (WS-Dy-Sub2)     to WS-Dy-Swap-S
                                move     WS-Dy-End (WS-Dy-Sub2)       to WS-Dy-Swap-E
                                move     WS-Dy-Start (WS-Dy-Sub2 + 1) to WS-Dy-Start (WS-Dy-Sub2)
                                move     WS-Dy-End (WS-Dy-Sub2 + 1)   to WS-Dy-End (WS-Dy-Sub2)
                                move     WS-Dy-Swap-S to WS-Dy-Start (WS-Dy-Sub2 + 1)
                                move     WS-Dy-Swap-E to WS-Dy-End (WS-Dy-Sub2 + 1)
                       end-if
              end-perform
     end-perform.
*>
 bb010-Exit.  exit section.
*>
 bb020-Note-Violation        section.
*>**********************************
*>
*> Into the register table and, posting, paid - a day already on the
*> violation file was paid by an earlier run and is only listed.
*>
     if       WS-Mv-Count = 1000
              if       WS-Mv-Full-Shown not = "Y"
                       move     "Y" to WS-Mv-Full-Shown
                       display  PY263 at line WS-22-Lines col 1 foreground-color 4 erase eol
              end-if
              go to    bb020-Exit.
     add      1 to WS-Mv-Count.
     move     Emp-Dept        to WS-Mv-Dept (WS-Mv-Count).
     move     WS-Dy-Emp       to WS-Mv-Emp (WS-Mv-Count).
     move     WS-Dy-Date      to WS-Mv-Date (WS-Mv-Count).
     move     Emp-Name        to WS-Mv-Name (WS-Mv-Count).
     move     WS-Dy-Worked    to WS-Mv-Worked (WS-Mv-Count).
     move     WS-Dy-Meals     to WS-Mv-Meals (WS-Mv-Count).
     move     WS-Dy-Meal1-At  to WS-Mv-Meal1-At (WS-Mv-Count).
     move     WS-Dy-Flag1     to WS-Mv-Flag1 (WS-Mv-Count).
     move     WS-Dy-Flag2     to WS-Mv-Flag2 (WS-Mv-Count).
     move     WS-Dy-Rest-Due  to WS-Mv-Rest-Due (WS-Mv-Count).
     move     WS-Dy-Rests     to WS-Mv-Rest-Taken (WS-Mv-Count).
     move     WS-Dy-Rest-Flag to WS-Mv-Rest-Flag (WS-Mv-Count).
     move     WS-Dy-Prem      to WS-Mv-Prem (WS-Mv-Count).
     move     WS-Dy-Amount    to WS-Mv-Amount (WS-Mv-Count).
*>
     move     WS-Dy-Emp  to Mlv-Emp-No.
     move     WS-Dy-Date to Mlv-Date.
     read     PY-Meal-Violation-File key Mlv-Key
              invalid key
                       continue
              not invalid key
                       move     "PAID BEFORE" to WS-Mv-Result (WS-Mv-Count)
                       move     Mlv-Amount    to WS-Mv-Amount (WS-Mv-Count)
                       add      1 to WS-Cnt-Earlier
                       go to    bb020-Exit
     end-read.
     if       WS-Posting not = "Y"
              move     "PREMIUM DUE" to WS-Mv-Result (WS-Mv-Count)
              go to    bb020-Exit.
*>
     perform  bb030-Post-Premium.
     initialize PY-Meal-Violation-Record.
     move     WS-Dy-Emp       to Mlv-Emp-No.
     move     WS-Dy-Date      to Mlv-Date.
     move     WS-Week-End     to Mlv-Week-End.
     move     Emp-Dept        to Mlv-Dept.
     move     WS-Dy-Worked    to Mlv-Worked-Min.
     move     WS-Dy-Meals     to Mlv-Meals.
     move     WS-Dy-Meal1-At  to Mlv-Meal1-At.
     move     WS-Dy-Flag1     to Mlv-Meal1-Flag.
     move     WS-Dy-Flag2     to Mlv-Meal2-Flag.
     move     WS-Dy-Rest-Due  to Mlv-Rest-Due.
     move     WS-Dy-Rests     to Mlv-Rest-Taken.
     move     WS-Dy-Rest-Flag to Mlv-Rest-Flag.
     move     WS-Dy-Prem      to Mlv-Prem-Hours.
     move     Emp-Rate (1)    to Mlv-Rate.
     move     WS-Dy-Amount    to Mlv-Amount.
     move     WS-Hrs-Batch-No to Mlv-Batch-No.
     move     WSE-Date-9      to Mlv-Posted-Date.
     move     WS-CD-Args (1:8) to Mlv-Operator.
     write    PY-Meal-Violation-Record
              invalid key
                       rewrite  PY-Meal-Violation-Record
     end-write.
     move     "POSTED"        to WS-Mv-Result (WS-Mv-Count).
     add      1               to WS-Cnt-Posted.
     add      WS-Dy-Amount    to WS-Tot-Posted.
*>
 bb020-Exit.  exit section.
*>
 bb030-Post-Premium          section.
*>**********************************
*>
*> The day's premium as a code 21 line dated the workday - one already
*> keyed for the day takes it on top.
*>
     if       WS-Dy-Amount = zero
              go to    bb030-Exit.
     move     WS-Dy-Emp    to Hrs-Emp-No.
     move     WS-Dy-Date   to Hrs-Effective-Date.
     move     1            to Hrs-Rate.
     move     21           to Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero            to Hrs-Units
                       move     WS-Dy-Amount    to Hrs-Amount
                       move     WS-Hrs-Batch-No to Hrs-Entry-Batch-No
                       move     spaces          to Hrs-Job-Tag
                       move     "K"             to Hrs-Gen-Flag
                       write    PY-Pay-Transactions-Record
                                invalid key
                                         go to    bb030-Exit
                       end-write
                       add      1 to WS-Hdr-No-Recs
              not invalid key
                       add      WS-Dy-Amount to Hrs-Amount
                       rewrite  PY-Pay-Transactions-Record
     end-read.
*>
 bb030-Exit.  exit section.
*>
 ca000-Reprint               section.
*>**********************************
*>
*> A week's register rebuilt from the violation file - the days paid.
*>
     display  "Reprint Meal & Rest Period Register"  at line 1 col 1 with erase eos.
     perform  ab020-Get-Week.
     if       WS-Week-End = zero
              go to    ca000-Exit.
     move     zero to WS-Mv-Count WS-Cnt-Days WS-Cnt-Viol WS-Cnt-Waived.
     move     "Y"  to WS-Reprint.
     move     zero to Mlv-Emp-No Mlv-Date.
     start    PY-Meal-Violation-File key not < Mlv-Key
              invalid key
                       go to ca090-Print
     end-start.
     perform  forever
              read     PY-Meal-Violation-File next record at end
                       exit perform
              end-read
              if       PY-Mlv-Status not = "00"
                       exit perform
              end-if
              if       Mlv-Week-End not = WS-Week-End
                       exit perform cycle
              end-if
              if       WS-Mv-Count = 1000
                       display  PY263 at line WS-22-Lines col 1 foreground-color 4 erase eol
                       exit perform
              end-if
              add      1 to WS-Mv-Count WS-Cnt-Viol
              move     Mlv-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                move     spaces to Emp-Name
              end-read
              move     Mlv-Dept        to WS-Mv-Dept (WS-Mv-Count)
              move     Mlv-Emp-No      to WS-Mv-Emp (WS-Mv-Count)
              move     Mlv-Date        to WS-Mv-Date (WS-Mv-Count)
              move     Emp-Name        to WS-Mv-Name (WS-Mv-Count)
              move     Mlv-Worked-Min  to WS-Mv-Worked (WS-Mv-Count)
              move     Mlv-Meals       to WS-Mv-Meals (WS-Mv-Count)
              move     Mlv-Meal1-At    to WS-Mv-Meal1-At (WS-Mv-Count)
              move     Mlv-Meal1-Flag  to WS-Mv-Flag1 (WS-Mv-Count)
              move     Mlv-Meal2-Flag  to WS-Mv-Flag2 (WS-Mv-Count)
              move     Mlv-Rest-Due    to WS-Mv-Rest-Due (WS-Mv-Count)
              move     Mlv-Rest-Taken  to WS-Mv-Rest-Taken (WS-Mv-Count)
              move     Mlv-Rest-Flag   to WS-Mv-Rest-Flag (WS-Mv-Count)
              move     Mlv-Prem-Hours  to WS-Mv-Prem (WS-Mv-Count)
              move     Mlv-Amount      to WS-Mv-Amount (WS-Mv-Count)
              move     "POSTED"        to WS-Mv-Result (WS-Mv-Count)
     end-perform.
*>
 ca090-Print.
     move     spaces to WS-Ws-Mode.
     string   "Week ending " WS-Week-End (1:4) "/" WS-Week-End (5:2) "/"
              WS-Week-End (7:2) " - reprint of the premiums posted"
                                                         delimited by size
                                                    into WS-Ws-Mode
     end-string.
     perform  cc000-Print-Register.
     move     WS-Cnt-Viol to WS-Disp-Cnt.
     display  "Violation days listed  : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt                 at line  8 col 30.
     display  SY015                       at line WS-Lines col 1.
     accept   WS-Reply                    at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 cc000-Print-Register        section.
*>**********************************
*>
*> Department, employee, day order, then one line per violation day.
*>
     if       WS-Mv-Count = zero
              go to    cc000-Exit.
     perform  varying WS-Mv-Sub from WS-Mv-Count by 1
                      until WS-Mv-Sub not < 1000
              move     high-values to WS-Mv-Sort (WS-Mv-Sub + 1)
     end-perform.
     sort     WS-Mv-Entry ascending key WS-Mv-Sort.
*>
     open     output Print-File.
     initiate Meal-Violation-Register.
     perform  varying WS-Mv-Sub from 1 by 1 until WS-Mv-Sub > WS-Mv-Count
              move     WS-Mv-Dept (WS-Mv-Sub) to WS-Rg-Dept
              if       WS-Rg-Dept = spaces
                       move     "(none)"   to WS-Rg-Dept-Name
              else
                       move     WS-Rg-Dept to WS-Rg-Dept-Name
              end-if
              compute  WS-Day-No = MOD (INTEGER-OF-DATE (WS-Mv-Date (WS-Mv-Sub)) 7)
              move     WS-Day-Names (WS-Day-No * 3 + 1:3) to WS-Rg-Day
              compute  WS-Rg-Hours     rounded = WS-Mv-Worked (WS-Mv-Sub) / 60
              compute  WS-Rg-Meal1-Hrs rounded = WS-Mv-Meal1-At (WS-Mv-Sub) / 60
              move     WS-Mv-Flag1 (WS-Mv-Sub) to WS-Rg-Flag
              perform  cc010-Flag-Text
              move     WS-Rg-Text to WS-Rg-Meal1
              move     WS-Mv-Flag2 (WS-Mv-Sub) to WS-Rg-Flag
              perform  cc010-Flag-Text
              move     WS-Rg-Text to WS-Rg-Meal2
              move     zero to WS-Rg-Meal-V WS-Rg-Rest-V
              if       WS-Mv-Flag1 (WS-Mv-Sub) = "M" or "L"
                 or    WS-Mv-Flag2 (WS-Mv-Sub) = "M" or "L"
                       move     1 to WS-Rg-Meal-V
              end-if
              if       WS-Mv-Rest-Flag (WS-Mv-Sub) = "M"
                       move     1        to WS-Rg-Rest-V
                       move     "SHORT"  to WS-Rg-Rest
              else
                       move     spaces   to WS-Rg-Rest
              end-if
              move     WS-Mv-Prem (WS-Mv-Sub)   to WS-Rg-Prem
              move     WS-Mv-Amount (WS-Mv-Sub) to WS-Rg-Amount
              generate Mlv-Line-Detail
     end-perform.
     terminate Meal-Violation-Register.
     if       Page-Counter > zero    *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
     else
              close    Print-File.
*>
 cc000-Exit.  exit section.
*>
 cc010-Flag-Text             section.
*>**********************************
*>
     evaluate WS-Rg-Flag
              when     "M"
                       move     "MISSED" to WS-Rg-Text
              when     "L"
                       move     "LATE"   to WS-Rg-Text
              when     "W"
                       move     "WAIVED" to WS-Rg-Text
              when     "-"
                       move     "-"      to WS-Rg-Text
              when     other
                       move     "OK"     to WS-Rg-Text
     end-evaluate.
*>
 cc010-Exit.  exit section.
*>
