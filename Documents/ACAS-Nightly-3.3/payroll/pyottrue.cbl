       >>source free
*>****************************************************************
*>      FLSA Regular Rate Overtime True-Up For Non-Discretionary  *
*>         Bonuses - Bonus Register, Worksheet & Posting          *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyottrue.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          A production, attendance or other bonus promised
*>                      in advance (paid as code 9 Bonus) is
*>                      non-discretionary - under the FLSA it is part
*>                      of the regular rate for the workweeks it was
*>                      earned in, so the overtime already paid in
*>                      those weeks was short by half the bonus's
*>                      increase to the regular rate for every overtime
*>                      hour. Functions off one menu:
*>
*>                      B - maintains PY-Bonus-True-Up-File (pybtu.dat)
*>                          - one record per bonus: amount, date paid,
*>                          the first and last check dates it covers
*>                          and whether it is non-discretionary;
*>                      W - worksheet preview - works out every pending
*>                          non-discretionary bonus (or one employee's)
*>                          and prints the worksheet, posting nothing;
*>                      P - the same, then posts the extra half-time
*>                          owed as a code 2 Rate 2 line dated the keyed
*>                          period end, flagged Hrs-Gen-Flag "T", into
*>                          the batch being built and marks the bonus
*>                          trued up. The batch is set back to
*>                          un-proofed as pyholgen does.
*>
*>                      The true-up uses check history (needs
*>                      PY-PR1-Check-History-Used = "Y") for every pay
*>                      period whose check date falls in the dates
*>                      covered, voided and supplemental ("X") checks
*>                      left out. Per period the Rate 1 - 3 rates in
*>                      force at the check date (current Emp-Rate,
*>                      taken back through pyrch for changes effective
*>                      after it) turn the rate pay buckets into hours:
*>                      regular = Rate 1 pay / Rate 1, overtime = Rate 2
*>                      pay / Rate 2 + Rate 3 pay / Rate 3. Hours worked
*>                      are those or, when greater, the pyjct job cost
*>                      hours for the check date - for a salaried
*>                      employee only job cost hours can be used.
*>
*>                      The bonus is spread equally over every hour
*>                      worked in the periods covered (29 CFR 778.209),
*>                      so the regular rate rises by bonus / total
*>                      hours in every week alike and the half-time
*>                      owed is 0.5 x that x the overtime hours. With
*>                      the same increase in each week the pay period
*>                      gives the same answer as working week by week.
*>                      The worksheet shows each period's figures.
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
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.   Params.
*>                      pybtu.   Bonus Overtime True-Up - I-O.
*>                      pychkh.  Check History.
*>                      pyjct.   Job Cost Detail.
*>                      pyrch.   Rate Change History.
*>                      pyemp.   Employee Master.
*>                      pyhrs.   Pay Transactions - I-O (posting).
*>                      prt-1.   True-Up Worksheet.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY250 - 259.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Heading size corrected to its text.
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
 copy "selpybtu.cob".
 copy "selpychkh.cob".
 copy "selpyjct.cob".
 copy "selpyrch.cob".
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
 copy "fdpybtu.cob".
 copy "fdpychkh.cob".
 copy "fdpyjct.cob".
 copy "fdpyrch.cob".
 copy "fdpyemp.cob".
 copy "fdpyhrs.cob".
*>
 fd  Print-File
     reports are OT-True-Up-Worksheet.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyottrue (1.0.01)".  *> First release pre testing.
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
     03  PY-Btu-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Jct-Status       pic xx.
     03  PY-Rch-Status       pic xx.
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
*>
     03  WS-Function         pic x        value space.
     03  WS-Key-Emp          pic 9(7)     value zero.
     03  WS-Key-Seq          pic 9(3)     value zero.
     03  WS-Amount           pic 9(7)v99  value zero.
     03  WS-Date-In          pic 9(8)     value zero.
     03  WS-Date-OK          pic x        value "Y".
     03  WS-Disp-Amt         pic z(6)9.99.
     03  WS-Disp-Hrs         pic zzzz9.99.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Run-Emp          pic 9(7)     value zero.      *> zero = all employees
     03  WS-Posting          pic x        value "N".       *> Y = post, N = preview
     03  WS-Per-End          pic 9(8)     value zero.
     03  WS-Hdr-No-Recs      binary-short unsigned value zero.
     03  WS-Hrs-Batch-No     binary-short unsigned value zero.
*>
*> Rate changes for the employee (pyrch) - slots 1 - 3, the rate
*> before each change and the date it took effect.
*>
     03  WS-Rc-Count         pic 999      value zero.
     03  WS-Rc-Sub           pic 999      value zero.
     03  WS-Rc-Table                      occurs 200.
         05  WS-Rc-Slot      pic 9.
         05  WS-Rc-Eff       pic 9(8).
         05  WS-Rc-Old       pic 9(5)v99  comp-3.
     03  WS-Ra-Slot          pic 9        value zero.
     03  WS-Ra-Date          pic 9(8)     value zero.
     03  WS-Ra-Best          pic 9(8)     value zero.
     03  WS-Ra-Rate          pic 9(6)v99  value zero.
*>
*> The pay periods the bonus covers - one per check history record,
*> check date order. 60 is over a year of weekly pay.
*>
     03  WS-Wp-Count         pic 99       value zero.
     03  WS-Wp-Sub           pic 99       value zero.
     03  WS-Wp-Overflow      pic x        value "N".
     03  WS-Wp-Table                      occurs 60.
         05  WS-Wp-Date      pic 9(8).
         05  WS-Wp-Int       pic x.
         05  WS-Wp-Rate      pic 9(6)v99  comp-3  occurs 3.   *> Rate 1 - 3 at the check date
         05  WS-Wp-Pay       pic 9(7)v99  comp-3  occurs 3.   *> Rate 1 - 3 pay
         05  WS-Wp-OT-Pay    pic 9(7)v99  comp-3.
         05  WS-Wp-Reg-Hrs   pic 9(5)v99  comp-3.
         05  WS-Wp-OT-Hrs    pic 9(5)v99  comp-3.
         05  WS-Wp-JC-Hrs    pic s9(5)v99 comp-3.
         05  WS-Wp-Tot-Hrs   pic 9(5)v99  comp-3.
         05  WS-Wp-Alloc     pic 9(7)v99  comp-3.
         05  WS-Wp-Owed      pic 9(7)v99  comp-3.
         05  WS-Wp-Note      pic x(10).
     03  WS-Work-Hrs         pic 9(5)v99  value zero.
*>
*> One bonus worked out
*>
     03  WS-Bt-Tot-Hrs       pic 9(5)v99  value zero.
     03  WS-Bt-OT-Hrs        pic 9(5)v99  value zero.
     03  WS-Bt-Per-Hour      pic 9(5)v9(4) value zero.
     03  WS-Bt-Half-Hour     pic 9(5)v9(4) value zero.
     03  WS-Bt-Alloc         pic 9(7)v99  value zero.
     03  WS-Bt-Owed          pic 9(7)v99  value zero.
     03  WS-Bt-Result        pic x(40)    value spaces.
     03  WS-Bt-Done          pic x        value "N".       *> Y = mark trued up
*>
*> Run totals
*>
     03  WS-Cnt-Bonus        pic 9(5)     value zero.
     03  WS-Cnt-Posted       pic 9(5)     value zero.
     03  WS-Cnt-None         pic 9(5)     value zero.
     03  WS-Cnt-Pending      pic 9(5)     value zero.
     03  WS-Cnt-Skipped      pic 9(5)     value zero.
     03  WS-Cnt-Lines        pic 9(5)     value zero.
     03  WS-Tot-Owed         pic 9(7)v99  value zero.
     03  WS-Ws-Mode          pic x(60)    value spaces.
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
     03  PY250           pic x(51) value "PY250 No bonus on file for that employee / sequence".
     03  PY251           pic x(56) value "PY251 Bonus already on file for that employee / sequence".
     03  PY252           pic x(51) value "PY252 Bonus already trued up - it cannot be changed".
     03  PY253           pic x(26) value "PY253 Employee not on file".
     03  PY254           pic x(50) value "PY254 Pay batch not found - start the period batch".
     03  PY255           pic x(62) value "PY255 Check history is not kept - turn it on in the parameters".
     03  PY256           pic x(53) value "PY256 Covered from date must not be after the to date".
     03  PY257           pic x(35) value "PY257 Bonus amount must not be zero".
     03  PY258           pic x(35) value "PY258 Date must be a valid ccyymmdd".
     03  PY259           pic x(42) value "PY259 Check history file not found, status".
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
 RD  OT-True-Up-Worksheet
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Btu-Head  Type Page Heading.
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
         05  col  38     pic x(52)   value "FLSA Regular Rate Overtime True-Up - Bonus Worksheet".
     03  Line  4.
         05  col  38     pic x(60)   source WS-Ws-Mode.
*>
 01  Btu-Head-Detail type is detail.
     03  line + 2.
         05  col   1                 value "Employee :".
         05  col  12     pic 9(7)          source Btu-Emp-No.
         05  col  20     pic x(32)         source Emp-Name.
         05  col  54                 value "Hourly/Salaried :".
         05  col  72     pic x             source Emp-HS-Type.
     03  line + 1.
         05  col   1                 value "Bonus    :".
         05  col  12     pic 999           source Btu-Seq.
         05  col  16     pic x(20)         source Btu-Desc.
         05  col  38     pic z(6)9.99      source Btu-Amount.
         05  col  50                 value "paid".
         05  col  55     pic 9999/99/99    source Btu-Paid-Date.
         05  col  67                 value "covering check dates".
         05  col  88     pic 9999/99/99    source Btu-Cover-From.
         05  col  99                 value "to".
         05  col 102     pic 9999/99/99    source Btu-Cover-To.
     03  line + 2.
         05  col   1                 value "Check Date".
         05  col  12                 value "Int".
         05  col  18                 value "Rate 1".
         05  col  28                 value "Rate 2".
         05  col  38                 value "Rate 3".
         05  col  46                 value "Rate 1 Pay".
         05  col  59                 value "OT Pay".
         05  col  68                 value "Reg Hrs".
         05  col  77                 value "OT Hrs".
         05  col  84                 value "J/C Hrs".
         05  col  93                 value "Tot Hrs".
         05  col 101                 value "Bonus Share".
         05  col 114                 value "Half-Time".
         05  col 124                 value "Note".
*>
 01  Btu-Period-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9999/99/99    source WS-Wp-Date (WS-Wp-Sub).
         05  col  13     pic x             source WS-Wp-Int (WS-Wp-Sub).
         05  col  15     pic z(5)9.99      source WS-Wp-Rate (WS-Wp-Sub, 1).
         05  col  25     pic z(5)9.99      source WS-Wp-Rate (WS-Wp-Sub, 2).
         05  col  35     pic z(5)9.99      source WS-Wp-Rate (WS-Wp-Sub, 3).
         05  col  46     pic z(6)9.99      source WS-Wp-Pay (WS-Wp-Sub, 1).
         05  col  55     pic z(6)9.99      source WS-Wp-OT-Pay (WS-Wp-Sub).
         05  col  67     pic zzzz9.99      source WS-Wp-Reg-Hrs (WS-Wp-Sub).
         05  col  75     pic zzzz9.99      source WS-Wp-OT-Hrs (WS-Wp-Sub).
         05  col  83     pic -zzz9.99      source WS-Wp-JC-Hrs (WS-Wp-Sub).
         05  col  92     pic zzzz9.99      source WS-Wp-Tot-Hrs (WS-Wp-Sub).
         05  col 102     pic z(6)9.99      source WS-Wp-Alloc (WS-Wp-Sub).
         05  col 113     pic z(6)9.99      source WS-Wp-Owed (WS-Wp-Sub).
         05  col 124     pic x(9)          source WS-Wp-Note (WS-Wp-Sub).
*>
 01  Btu-Total-Detail type is detail.
     03  line + 1.
         05  col  46                 value "Totals".
         05  col  75     pic zzzz9.99      source WS-Bt-OT-Hrs.
         05  col  92     pic zzzz9.99      source WS-Bt-Tot-Hrs.
         05  col 102     pic z(6)9.99      source WS-Bt-Alloc.
         05  col 113     pic z(6)9.99      source WS-Bt-Owed.
     03  line + 1.
         05  col   1                 value "Regular rate increase = bonus".
         05  col  31     pic z(6)9.99      source Btu-Amount.
         05  col  42                 value "/ total hours".
         05  col  56     pic zzzz9.99      source WS-Bt-Tot-Hrs.
         05  col  65                 value "=".
         05  col  67     pic zzzz9.9999    source WS-Bt-Per-Hour.
         05  col  78                 value "per hour, half-time owed =".
         05  col 105     pic zzzz9.9999    source WS-Bt-Half-Hour.
         05  col 116                 value "x OT hours".
     03  line + 1.
         05  col   1                 value "Result   :".
         05  col  12     pic x(40)         source WS-Bt-Result.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(26)     value "Bonuses worked out       :".
         05  col 28          pic zzzz9     source WS-Cnt-Bonus.
     03  line + 1.
         05  col  1          pic x(26)     value "Half-time owed           :".
         05  col 28          pic zzzz9     source WS-Cnt-Posted.
         05  col 35          pic z(6)9.99  source WS-Tot-Owed.
     03  line + 1.
         05  col  1          pic x(26)     value "No overtime - none owed  :".
         05  col 28          pic zzzz9     source WS-Cnt-None.
     03  line + 1.
         05  col  1          pic x(26)     value "Left pending             :".
         05  col 28          pic zzzz9     source WS-Cnt-Pending.
     03  line + 1.
         05  col  1          pic x(26)     value "Skipped (employee)       :".
         05  col 28          pic zzzz9     source WS-Cnt-Skipped.
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
     display  "FLSA Overtime True-Up" at 0125 with foreground-color 2.
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
     open     i-o PY-Bonus-True-Up-File.
     if       PY-Btu-Status = "35"        *> first ever use
              open     output PY-Bonus-True-Up-File
              close    PY-Bonus-True-Up-File
              open     i-o PY-Bonus-True-Up-File
     end-if.
     open     input PY-Employee-File.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Bonus-True-Up-File
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
     display  "FLSA Regular Rate Overtime True-Up"       at line 1 col 1 with erase eos.
     display  "B = Bonus register, W = Worksheet preview, P = Post true-up,"
                                                         at line 3 col 1.
     display  "Q = Quit [ ]"                             at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 11 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "B"
                       perform  ba000-Bonus-Maint
              when "W"
                       move     "N" to WS-Posting
                       perform  ca000-True-Up
              when "P"
                       move     "Y" to WS-Posting
                       perform  ca000-True-Up
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Bonus-Maint           section.
*>**********************************
*>
     display  "Bonus Register Maintenance"               at line 1 col 1 with erase eos.
     display  "A = Add, C = Change, D = Delete, I = Inquire, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 57 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     if       WS-Function not = "A" and not = "C" and not = "D" and not = "I"
              go to    ba000-Exit.
*>
     display  "Employee number    [       ]" at line 5 col 1.
     move     zero to WS-Key-Emp.
     accept   WS-Key-Emp at line 5 col 21 with UPDATE.
     move     WS-Key-Emp to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       display  PY253 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       go to    ba000-Exit
     end-read.
     display  Emp-Name               at line 5 col 31.
*>
     if       WS-Function = "A"
              perform  ba010-Next-Seq
     else
              move     1 to WS-Key-Seq.
     display  "Bonus sequence     [   ]"     at line 6 col 1.
     accept   WS-Key-Seq at line 6 col 21 with UPDATE.
*>
     move     WS-Key-Emp to Btu-Emp-No.
     move     WS-Key-Seq to Btu-Seq.
     read     PY-Bonus-True-Up-File key Btu-Key
              invalid key
                       if       WS-Function not = "A"
                                display  PY250 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ba000-Exit
                       end-if
              not invalid key
                       if       WS-Function = "A"
                                display  PY251 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ba000-Exit
                       end-if
     end-read.
*>
     if       WS-Function = "A"
              initialize PY-Bonus-True-Up-Record
              move     WS-Key-Emp to Btu-Emp-No
              move     WS-Key-Seq to Btu-Seq
              move     "Y"        to Btu-Non-Disc
              move     space      to Btu-Status.
*>
     if       WS-Function = "I"
              perform  ba030-Show-Bonus
              display  SY015 at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
*> A bonus trued up has been paid on - it stays as the record of it.
*>
     if       Btu-Trued-Up
              perform  ba030-Show-Bonus
              display  PY252 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
     if       WS-Function = "D"
              perform  ba030-Show-Bonus
              display  "Delete this bonus (Y/N) [ ]" at line 20 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 20 col 26 with UPPER
              if       WS-Reply = "Y"
                       delete   PY-Bonus-True-Up-File record
              end-if
              go to    ba000-Exit.
*>
*> Add / Change
*>
     display  "Description                   [                    ]" at line  8 col 1.
     accept   Btu-Desc at line  8 col 32 with UPDATE.
     move     Btu-Amount to WS-Amount.
     display  "Bonus amount (code 9)         [          ]"           at line  9 col 1.
     accept   WS-Amount at line  9 col 32 with UPDATE.
     if       WS-Amount = zero
              display  PY257 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
     move     WS-Amount to Btu-Amount.
*>
     move     Btu-Paid-Date to WS-Date-In.
     if       WS-Date-In = zero
              move     WSE-Date-9 to WS-Date-In.
     display  "Date paid (ccyymmdd)          [        ]"             at line 10 col 1.
     accept   WS-Date-In at line 10 col 32 with UPDATE.
     perform  ba020-Check-Date.
     if       WS-Date-OK not = "Y"
              go to    ba000-Exit.
     move     WS-Date-In to Btu-Paid-Date.
*>
     move     Btu-Cover-From to WS-Date-In.
     display  "Covers check dates from       [        ]"             at line 11 col 1.
     accept   WS-Date-In at line 11 col 32 with UPDATE.
     perform  ba020-Check-Date.
     if       WS-Date-OK not = "Y"
              go to    ba000-Exit.
     move     WS-Date-In to Btu-Cover-From.
*>
     move     Btu-Cover-To to WS-Date-In.
     display  "               to             [        ]"             at line 12 col 1.
     accept   WS-Date-In at line 12 col 32 with UPDATE.
     perform  ba020-Check-Date.
     if       WS-Date-OK not = "Y"
              go to    ba000-Exit.
     move     WS-Date-In to Btu-Cover-To.
     if       Btu-Cover-From > Btu-Cover-To
              display  PY256 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
     display  "Non-discretionary (Y/N)       [ ]"                    at line 13 col 1.
     accept   Btu-Non-Disc at line 13 col 32 with UPPER UPDATE.
     if       Btu-Non-Disc not = "N"
              move     "Y" to Btu-Non-Disc.
     display  "Promised in advance (production, attendance, quality ...) = Y,"
                                                                  at line 15 col 1.
     display  "paid at the company's sole discretion with no prior promise = N."
                                                                  at line 16 col 1.
*>
     display  "Write this bonus (Y/N) [ ]" at line 20 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 20 col 25 with UPPER.
     if       WS-Reply not = "Y"
              go to    ba000-Exit.
     move     WS-CD-Args (1:8) to Btu-Operator.
     if       WS-Function = "A"
              write    PY-Bonus-True-Up-Record
                       invalid key
                                rewrite PY-Bonus-True-Up-Record
              end-write
     else
              rewrite  PY-Bonus-True-Up-Record.
     go       to ba000-Bonus-Maint.
*>
 ba000-Exit.  exit section.
*>
 ba010-Next-Seq              section.
*>**********************************
*>
*> The next free sequence for the employee - one above the highest on
*> file.
*>
     move     1          to WS-Key-Seq.
     move     WS-Key-Emp to Btu-Emp-No.
     move     zero       to Btu-Seq.
     start    PY-Bonus-True-Up-File key not < Btu-Key
              invalid key
                       go to ba010-Exit
     end-start.
     perform  forever
              read     PY-Bonus-True-Up-File next record at end
                       exit perform
              end-read
              if       PY-Btu-Status not = "00"
                 or    Btu-Emp-No not = WS-Key-Emp
                       exit perform
              end-if
              if       Btu-Seq < 999
                       compute  WS-Key-Seq = Btu-Seq + 1
              end-if
     end-perform.
*>
 ba010-Exit.  exit section.
*>
 ba020-Check-Date            section.
*>**********************************
*>
     move     "Y" to WS-Date-OK.
     if       TEST-DATE-YYYYMMDD (WS-Date-In) not = zero
              move     "N" to WS-Date-OK
              display  PY258 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58.
*>
 ba020-Exit.  exit section.
*>
 ba030-Show-Bonus            section.
*>**********************************
*>
     display  "Description       : " at line  8 col 1.
     display  Btu-Desc               at line  8 col 21.
     move     Btu-Amount to WS-Disp-Amt.
     display  "Bonus amount      : " at line  9 col 1.
     display  WS-Disp-Amt            at line  9 col 21.
     display  "Date paid         : " at line 10 col 1.
     display  Btu-Paid-Date          at line 10 col 21.
     display  "Covers check dates: " at line 11 col 1.
     display  Btu-Cover-From         at line 11 col 21.
     display  "to"                   at line 11 col 30.
     display  Btu-Cover-To           at line 11 col 33.
     display  "Non-discretionary : " at line 12 col 1.
     display  Btu-Non-Disc           at line 12 col 21.
     display  "Status            : " at line 14 col 1.
     if       Btu-Trued-Up
              display  "Trued up"    at line 14 col 21
     else
              display  "Pending "    at line 14 col 21.
     if       Btu-Trued-Up
              move     Btu-Tot-Hours to WS-Disp-Hrs
              display  "Hours in periods  : " at line 15 col 1
              display  WS-Disp-Hrs            at line 15 col 21
              move     Btu-OT-Hours to WS-Disp-Hrs
              display  "Overtime hours    : " at line 16 col 1
              display  WS-Disp-Hrs            at line 16 col 21
              move     Btu-Owed to WS-Disp-Amt
              display  "Half-time paid    : " at line 17 col 1
              display  WS-Disp-Amt            at line 17 col 21
              display  "Period end / batch: " at line 18 col 1
              display  Btu-Posted-Date        at line 18 col 21
              display  Btu-Batch-No           at line 18 col 31
     end-if.
*>
 ba030-Exit.  exit section.
*>
 ca000-True-Up               section.
*>**********************************
*>
*> Preview (WS-Posting = "N") or post - every pending non-discretionary
*> bonus, or just one employee's, worked out and printed.
*>
     if       WS-Posting = "Y"
              display  "Post FLSA Overtime True-Up"       at line 1 col 1 with erase eos
     else
              display  "FLSA Overtime True-Up Worksheet"  at line 1 col 1 with erase eos.
     if       PY-PR1-Check-History-Used not = "Y"
              display  PY255 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ca000-Exit.
     display  "Employee number (0 = all)   [       ]"    at line 3 col 1.
     move     zero to WS-Run-Emp.
     accept   WS-Run-Emp at line 3 col 30 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     if       WS-Posting = "Y"
              display  "Period end date (ccyymmdd)  [        ]"   at line 4 col 1
              move     WSE-Date-9 to WS-Per-End
              accept   WS-Per-End at line 4 col 30 with UPDATE
              display  "Post the half-time owed into the pay batch (Y/N) [ ]"
                                                                at line 6 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 6 col 51 with UPPER
              if       WS-Reply not = "Y"
                       go to    ca000-Exit
              end-if
     end-if.
*>
     open     input PY-Check-History-File.
     if       PY-Chkh-Status not = "00"
              display  PY259          at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-Chkh-Status at line WS-23-Lines col 44
              display  SY015          at line WS-Lines    col 1
              accept   WS-Reply       at line WS-Lines    col 58
              go to    ca000-Exit.
*>
     if       WS-Posting = "Y"
              open     i-o PY-Pay-Transactions-File
              if       PY-Hrs-Status not = "00"
                       display  PY254    at line WS-23-Lines col 1 foreground-color 4 erase eos
                       display  SY015    at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines    col 58
                       close    PY-Check-History-File
                       go to    ca000-Exit
              end-if
*>
*> The batch header must exist - true-up lines join the batch being
*> built for the period.
*>
              move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                display  PY254    at line WS-23-Lines col 1 foreground-color 4 erase eos
                                display  SY015    at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines    col 58
                                close    PY-Pay-Transactions-File
                                         PY-Check-History-File
                                go to    ca000-Exit
              end-read
              move     Hrs-No-Recs  to WS-Hdr-No-Recs
              move     Hrs-Batch-No to WS-Hrs-Batch-No
              move     spaces to WS-Ws-Mode
              string   "Posted as Rate 2 pay to period end "   delimited by size
                       WS-Per-End (1:4) "/" WS-Per-End (5:2) "/" WS-Per-End (7:2)
                                                               delimited by size
                                                         into  WS-Ws-Mode
              end-string
     else
              move     "Preview only - nothing posted" to WS-Ws-Mode
     end-if.
*>
     move     zero to WS-Cnt-Bonus WS-Cnt-Posted WS-Cnt-None WS-Cnt-Pending
                      WS-Cnt-Skipped WS-Cnt-Lines WS-Tot-Owed.
     open     output Print-File.
     initiate OT-True-Up-Worksheet.
*>
     move     WS-Run-Emp to Btu-Emp-No.
     move     zero       to Btu-Seq.
     start    PY-Bonus-True-Up-File key not < Btu-Key
              invalid key
                       go to ca090-Done
     end-start.
     perform  forever
              read     PY-Bonus-True-Up-File next record at end
                       exit perform
              end-read
              if       PY-Btu-Status not = "00"
                       exit perform
              end-if
              if       WS-Run-Emp not = zero
                 and   Btu-Emp-No not = WS-Run-Emp
                       exit perform
              end-if
              if       Btu-Pending
                 and   Btu-Non-Disc = "Y"
                       perform  ca010-True-Up-One
              end-if
     end-perform.
*>
 ca090-Done.
     terminate OT-True-Up-Worksheet.
     if       Page-Counter > zero    *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
     else
              close    Print-File.
     close    PY-Check-History-File.
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
     move     WS-Cnt-Bonus to WS-Disp-Cnt.
     display  "Bonuses worked out     : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt                 at line  8 col 30.
     move     WS-Cnt-Posted to WS-Disp-Cnt.
     display  "Half-time owed         : " at line  9 col 5.
     display  WS-Disp-Cnt                 at line  9 col 30.
     move     WS-Tot-Owed to WS-Disp-Amt.
     display  WS-Disp-Amt                 at line  9 col 37.
     move     WS-Cnt-None to WS-Disp-Cnt.
     display  "No overtime - none owed: " at line 10 col 5.
     display  WS-Disp-Cnt                 at line 10 col 30.
     move     WS-Cnt-Pending to WS-Disp-Cnt.
     display  "Left pending           : " at line 11 col 5.
     display  WS-Disp-Cnt                 at line 11 col 30.
     move     WS-Cnt-Skipped to WS-Disp-Cnt.
     display  "Skipped (employee)     : " at line 12 col 5.
     display  WS-Disp-Cnt                 at line 12 col 30.
     if       WS-Posting = "Y"
        and   WS-Cnt-Posted not = zero
              display  "Batch set back to un-proofed - run hrsprint / pyproof again"
                       at line 14 col 5 with foreground-color 2.
     display  SY015                       at line WS-Lines col 1.
     accept   WS-Reply                    at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 ca010-True-Up-One           section.
*>**********************************
*>
*> One bonus - the periods it covers gathered, the extra half-time
*> worked out and printed, then (posting) paid and the bonus marked
*> trued up. A bonus with no checks or no hours in its dates yet is
*> left pending for a later run.
*>
     move     Btu-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       add      1 to WS-Cnt-Skipped
                       go to    ca010-Exit
     end-read.
     add      1 to WS-Cnt-Bonus.
*>
     perform  ca020-Load-Rate-Changes.
     perform  ca030-Load-Periods.
     perform  ca040-Job-Cost-Hours.
     perform  ca050-Calc-Bonus.
*>
     move     "N" to WS-Bt-Done.
     evaluate true
              when     WS-Wp-Overflow = "Y"
                       move     "OVER 60 PAY PERIODS - LEFT PENDING" to WS-Bt-Result
              when     WS-Wp-Count = zero
                       move     "NO CHECKS IN THE DATES - LEFT PENDING" to WS-Bt-Result
              when     WS-Bt-Tot-Hrs = zero
                       move     "NO HOURS FOUND - LEFT PENDING" to WS-Bt-Result
              when     WS-Bt-Owed = zero
                       move     "NO OVERTIME HOURS - NONE OWED" to WS-Bt-Result
                       move     "Y" to WS-Bt-Done
              when     WS-Posting = "Y"
                       move     "POSTED AS RATE 2 PAY (CODE 2)" to WS-Bt-Result
                       move     "Y" to WS-Bt-Done
              when     other
                       move     "PREVIEW - HALF-TIME OWED NOT POSTED" to WS-Bt-Result
     end-evaluate.
*>
     generate Btu-Head-Detail.
     perform  varying WS-Wp-Sub from 1 by 1 until WS-Wp-Sub > WS-Wp-Count
              generate Btu-Period-Detail
     end-perform.
     generate Btu-Total-Detail.
*>
     if       WS-Bt-Done not = "Y"
              add      1 to WS-Cnt-Pending
              go to    ca010-Exit.
     if       WS-Bt-Owed = zero
              add      1 to WS-Cnt-None
     else
              add      1 to WS-Cnt-Posted
              add      WS-Bt-Owed to WS-Tot-Owed.
     if       WS-Posting not = "Y"
              go to    ca010-Exit.
*>
     perform  ca060-Post-Line.
     move     "T"             to Btu-Status.
     move     WS-Bt-Tot-Hrs   to Btu-Tot-Hours.
     move     WS-Bt-OT-Hrs    to Btu-OT-Hours.
     move     WS-Bt-Owed      to Btu-Owed.
     move     WS-Per-End      to Btu-Posted-Date.
     move     WS-Hrs-Batch-No to Btu-Batch-No.
     move     WS-CD-Args (1:8) to Btu-Operator.
     rewrite  PY-Bonus-True-Up-Record.
*>
 ca010-Exit.  exit section.
*>
 ca020-Load-Rate-Changes     section.
*>**********************************
*>
*> The employee's Rate 1 - 3 changes from the rate change history -
*> the rate before each and the date it took effect (the date made
*> when no effective date was kept).
*>
     move     zero to WS-Rc-Count.
     open     input PY-Rate-Change-File.
     if       PY-Rch-Status not = "00"
              go to    ca020-Exit.
     perform  forever
              read     PY-Rate-Change-File at end
                       exit perform
              end-read
              if       PY-Rch-Status not = "00"
                       exit perform
              end-if
              if       Rch-Emp-No = Btu-Emp-No
                 and   Rch-Slot > zero
                 and   Rch-Slot < 4
                 and   WS-Rc-Count < 200
                       add      1 to WS-Rc-Count
                       move     Rch-Slot     to WS-Rc-Slot (WS-Rc-Count)
                       move     Rch-Old-Rate to WS-Rc-Old (WS-Rc-Count)
                       if       Rch-Eff-Date = zero
                                move     Rch-Date     to WS-Rc-Eff (WS-Rc-Count)
                       else
                                move     Rch-Eff-Date to WS-Rc-Eff (WS-Rc-Count)
                       end-if
              end-if
     end-perform.
     close    PY-Rate-Change-File.
*>
 ca020-Exit.  exit section.
*>
 ca025-Rate-At               section.
*>**********************************
*>
*> The rate in slot WS-Ra-Slot on WS-Ra-Date - the old rate of the
*> first change effective after that date, else today's Emp-Rate.
*>
     move     Emp-Rate (WS-Ra-Slot) to WS-Ra-Rate.
     move     99999999 to WS-Ra-Best.
     perform  varying WS-Rc-Sub from 1 by 1 until WS-Rc-Sub > WS-Rc-Count
              if       WS-Rc-Slot (WS-Rc-Sub) = WS-Ra-Slot
                 and   WS-Rc-Eff (WS-Rc-Sub) > WS-Ra-Date
                 and   WS-Rc-Eff (WS-Rc-Sub) < WS-Ra-Best
                       move     WS-Rc-Eff (WS-Rc-Sub) to WS-Ra-Best
                       move     WS-Rc-Old (WS-Rc-Sub) to WS-Ra-Rate
              end-if
     end-perform.
*>
 ca025-Exit.  exit section.
*>
 ca030-Load-Periods          section.
*>**********************************
*>
*> A table entry per check history record with a check date in the
*> dates covered - voided checks and supplemental ("X") checks have
*> no hours in them and are left out.
*>
     move     zero to WS-Wp-Count.
     move     "N"  to WS-Wp-Overflow.
     move     Btu-Emp-No     to Chkh-Emp-No.
     move     Btu-Cover-From to Chkh-Check-Date.
     start    PY-Check-History-File key not < Chkh-Key
              invalid key
                       go to ca030-Exit
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Emp-No not = Btu-Emp-No
                 or    Chkh-Check-Date > Btu-Cover-To
                       exit perform
              end-if
              if       Chkh-Stat-Void
                 or    Chkh-Interval = "X"
                       exit perform cycle
              end-if
              if       WS-Wp-Count = 60
                       move     "Y" to WS-Wp-Overflow
                       exit perform
              end-if
              add      1 to WS-Wp-Count
              initialize WS-Wp-Table (WS-Wp-Count)
              move     Chkh-Check-Date to WS-Wp-Date (WS-Wp-Count)
              move     Chkh-Interval   to WS-Wp-Int (WS-Wp-Count)
              move     Chkh-Check-Date to WS-Ra-Date
              perform  varying WS-Ra-Slot from 1 by 1 until WS-Ra-Slot > 3
                       move     Chkh-Amt (1 + WS-Ra-Slot)
                                              to WS-Wp-Pay (WS-Wp-Count, WS-Ra-Slot)
                       perform  ca025-Rate-At
                       move     WS-Ra-Rate    to WS-Wp-Rate (WS-Wp-Count, WS-Ra-Slot)
              end-perform
              add      Chkh-Amt (3) Chkh-Amt (4) giving WS-Wp-OT-Pay (WS-Wp-Count)
     end-perform.
*>
 ca030-Exit.  exit section.
*>
 ca040-Job-Cost-Hours        section.
*>**********************************
*>
*> Job cost hours booked to the employee for each check date held.
*>
     if       WS-Wp-Count = zero
              go to    ca040-Exit.
     open     input PY-Job-Cost-File.
     if       PY-Jct-Status not = "00"
              go to    ca040-Exit.
     perform  forever
              read     PY-Job-Cost-File at end
                       exit perform
              end-read
              if       PY-Jct-Status not = "00"
                       exit perform
              end-if
              if       Jct-Emp-No not = Btu-Emp-No
                 or    Jct-Date < Btu-Cover-From
                 or    Jct-Date > Btu-Cover-To
                       exit perform cycle
              end-if
              perform  varying WS-Wp-Sub from 1 by 1 until WS-Wp-Sub > WS-Wp-Count
                       if       WS-Wp-Date (WS-Wp-Sub) = Jct-Date
                                add      Jct-Hours to WS-Wp-JC-Hrs (WS-Wp-Sub)
                                exit perform
                       end-if
              end-perform
     end-perform.
     close    PY-Job-Cost-File.
*>
 ca040-Exit.  exit section.
*>
 ca050-Calc-Bonus            section.
*>**********************************
*>
*> Hours per period from the rate pay at the rates of the day, job
*> cost hours when more were booked (the only hours a salaried
*> employee has), then the bonus spread equally over every hour and
*> the half of that increase owed on each overtime hour.
*>
     move     zero to WS-Bt-Tot-Hrs WS-Bt-OT-Hrs WS-Bt-Per-Hour
                      WS-Bt-Half-Hour WS-Bt-Alloc WS-Bt-Owed.
     perform  varying WS-Wp-Sub from 1 by 1 until WS-Wp-Sub > WS-Wp-Count
              if       WS-Wp-Rate (WS-Wp-Sub, 1) not = zero
                and    Emp-HS-Type = "H"
                       compute  WS-Wp-Reg-Hrs (WS-Wp-Sub) rounded =
                                WS-Wp-Pay (WS-Wp-Sub, 1) / WS-Wp-Rate (WS-Wp-Sub, 1)
                                on size error
                                         move     zero to WS-Wp-Reg-Hrs (WS-Wp-Sub)
                       end-compute
              end-if
              perform  varying A from 2 by 1 until A > 3
                       if       WS-Wp-Rate (WS-Wp-Sub, A) not = zero
                                compute  WS-Work-Hrs rounded =
                                         WS-Wp-Pay (WS-Wp-Sub, A) / WS-Wp-Rate (WS-Wp-Sub, A)
                                         on size error
                                                  move     zero to WS-Work-Hrs
                                end-compute
                                add      WS-Work-Hrs to WS-Wp-OT-Hrs (WS-Wp-Sub)
                       end-if
              end-perform
              add      WS-Wp-Reg-Hrs (WS-Wp-Sub) WS-Wp-OT-Hrs (WS-Wp-Sub)
                                          giving WS-Wp-Tot-Hrs (WS-Wp-Sub)
              if       WS-Wp-JC-Hrs (WS-Wp-Sub) > WS-Wp-Tot-Hrs (WS-Wp-Sub)
                       move     WS-Wp-JC-Hrs (WS-Wp-Sub) to WS-Wp-Tot-Hrs (WS-Wp-Sub)
                       move     "JOB COST"                to WS-Wp-Note (WS-Wp-Sub)
              end-if
              if       Emp-HS-Type not = "H"
                and    WS-Wp-Note (WS-Wp-Sub) = spaces
                       move     zero       to WS-Wp-OT-Hrs (WS-Wp-Sub)
                                              WS-Wp-Tot-Hrs (WS-Wp-Sub)
                       move     "NO HOURS" to WS-Wp-Note (WS-Wp-Sub)
              end-if
              add      WS-Wp-Tot-Hrs (WS-Wp-Sub) to WS-Bt-Tot-Hrs
              add      WS-Wp-OT-Hrs (WS-Wp-Sub)  to WS-Bt-OT-Hrs
     end-perform.
     if       WS-Bt-Tot-Hrs = zero
              go to    ca050-Exit.
*>
     compute  WS-Bt-Per-Hour  rounded = Btu-Amount / WS-Bt-Tot-Hrs.
     compute  WS-Bt-Half-Hour rounded = Btu-Amount * 0.5 / WS-Bt-Tot-Hrs.
     perform  varying WS-Wp-Sub from 1 by 1 until WS-Wp-Sub > WS-Wp-Count
              compute  WS-Wp-Alloc (WS-Wp-Sub) rounded =
                       Btu-Amount * WS-Wp-Tot-Hrs (WS-Wp-Sub) / WS-Bt-Tot-Hrs
              compute  WS-Wp-Owed (WS-Wp-Sub) rounded =
                       Btu-Amount * 0.5 * WS-Wp-OT-Hrs (WS-Wp-Sub) / WS-Bt-Tot-Hrs
              add      WS-Wp-Alloc (WS-Wp-Sub) to WS-Bt-Alloc
              add      WS-Wp-Owed (WS-Wp-Sub)  to WS-Bt-Owed
     end-perform.
*>
 ca050-Exit.  exit section.
*>
 ca060-Post-Line             section.
*>**********************************
*>
*> The half-time owed as a code 2 Rate 2 line at the period end - a
*> Rate 2 line already there for the employee takes it on top.
*>
     if       WS-Bt-Owed = zero
              go to    ca060-Exit.
     move     Btu-Emp-No   to Hrs-Emp-No.
     move     WS-Per-End   to Hrs-Effective-Date.
     move     2            to Hrs-Rate.
     move     2            to Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero            to Hrs-Units
                       move     WS-Bt-Owed      to Hrs-Amount
                       move     WS-Hrs-Batch-No to Hrs-Entry-Batch-No
                       move     spaces          to Hrs-Job-Tag
                       move     "T"             to Hrs-Gen-Flag
                       write    PY-Pay-Transactions-Record
                                invalid key
                                         go to    ca060-Exit
                       end-write
                       add      1 to WS-Hdr-No-Recs
              not invalid key
                       add      WS-Bt-Owed to Hrs-Amount
                       rewrite  PY-Pay-Transactions-Record
     end-read.
     add      1 to WS-Cnt-Lines.
*>
 ca060-Exit.  exit section.
*>
