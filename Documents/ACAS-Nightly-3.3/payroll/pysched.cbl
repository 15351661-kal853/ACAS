       >>source free
*>****************************************************************
*>     Scheduled (Effective-Dated) Earnings / Deductions          *
*>            Maintenance and Start / Expiry Report               *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pysched.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Maintains PY-Schedule-File (pysched.dat) - the
*>                      temporary earnings and deductions Emp-ED-Grp
*>                      cannot start or stop by itself: a uniform
*>                      deduction for 10 pays, a car allowance through
*>                      June, a sign-on bonus split over three checks.
*>                      Each entry carries its amount per check, the
*>                      first check date it applies to and a stop date
*>                      and/or a pay count; pyapply adds or takes it on
*>                      every check while it is in effect and closes
*>                      it itself (status E) - see pyapply bc100 and
*>                      bw100. An entry may be put on Hold (H) and
*>                      released again with C.
*>
*>                      Functions: Add (next sequence assigned),
*>                      Change, Delete, Inquire per entry, plus R -
*>                      the report of the entries starting and those
*>                      making their last pay on the next check of a
*>                      pay interval, the check dates defaulting from
*>                      the pay calendar (pycalgen), printed to the
*>                      spool. Same prompt plan as pyloan.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      None.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master.
*>                      pycal.   Pay-Period Calendar.
*>                      pysched. Scheduled Earnings / Deductions - I-O.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY427 - 434.
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
 copy "selpycal.cob".
 copy "selpysch.cob".
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
 copy "fdpycal.cob".
 copy "fdpysch.cob".
*>
 fd  Print-File
     reports are Schedule-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pysched  (1.0.00)".  *> First release pre testing.
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
     03  PY-Cal-Status       pic xx.
     03  PY-Sch-Status       pic xx.
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
     03  WS-Cal-Open         pic x        value "N".
*>
     03  WS-Function         pic x        value space.
     03  WS-Key-Emp          pic 9(7)     value zero.
     03  WS-Key-Seq          pic 9(3)     value zero.
     03  WS-Amount           pic 9(6)v99  value zero.
     03  WS-Chk-Cat          pic 99       value zero.
     03  WS-Pay-Count        pic 999      value zero.
     03  WS-Pays-Taken       pic 999      value zero.
     03  WS-Amt-Taken        pic 9(7)v99  value zero.
*>
     03  WS-Interval         pic x        value space.
     03  WS-Next-Check       pic 9(8)     value zero.   *> the check the report looks at
     03  WS-Following-Check  pic 9(8)     value zero.   *> the one after it, zero = not known
     03  WS-Starts           pic x        value "N".
     03  WS-Ends             pic x        value "N".
     03  WS-Rl-Name          pic x(30)    value spaces.
     03  WS-Rl-Note          pic x(20)    value spaces.
     03  WS-Start-Cnt        pic 9(5)     value zero.
     03  WS-End-Cnt          pic 9(5)     value zero.
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
     03  PY427           pic x(49) value "PY427 No scheduled entry on file for that emp/seq".
     03  PY428           pic x(34) value "PY428 That employee is not on file".
     03  PY429           pic x(40) value "PY429 Earning / Deduction must be E or D".
     03  PY430           pic x(45) value "PY430 Amount per check must be more than zero".
     03  PY431           pic x(43) value "PY431 Give a stop date, a pay count or both".
     03  PY432           pic x(39) value "PY432 Date is not a valid ccyymmdd date".
     03  PY433           pic x(40) value "PY433 Stop date is before the start date".
     03  PY434           pic x(69) value "PY434 Only an unpaid or Ended entry may be deleted - use C to Hold it".
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
 RD  Schedule-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Sch-Head  Type Page Heading.
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
         05  col  30     pic x(49)   value "Scheduled Entries Starting / Ending - Check Date".
         05  col  80     pic 9(8)    source WS-Next-Check.
         05  col  90     pic x(9)    value "Interval".
         05  col  99     pic x       source WS-Interval.
     03  line  4.
         05  col   1                 value "Emp No   Name                           Seq Description     E/D    Amount  Start     Stop      Pays Made Note".
*>
 01  Sch-Detail-Line type is detail.
     03  line + 1.
         05  col   1     pic z(6)9         source Sch-Emp-No.
         05  col  10     pic x(30)         source WS-Rl-Name.
         05  col  41     pic zz9           source Sch-Seq.
         05  col  45     pic x(15)         source Sch-Desc.
         05  col  61     pic x             source Sch-Earn-Ded.
         05  col  64     pic zzz,zz9.99    source Sch-Amount.
         05  col  76     pic 9(8)          source Sch-Start-Date.
         05  col  86     pic z(7)9         source Sch-Stop-Date blank when zero.
         05  col  96     pic zz9           source Sch-Pay-Count blank when zero.
         05  col 101     pic zz9           source Sch-Pays-Taken.
         05  col 106     pic x(20)         source WS-Rl-Note.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(26)     value "Entries starting         :".
         05  col 28          pic zzzz9     source WS-Start-Cnt.
     03  line + 1.
         05  col  1          pic x(26)     value "Entries making last pay  :".
         05  col 28          pic zzzz9     source WS-End-Cnt.
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
     display  "Scheduled Earnings / Deductions" at 0125 with foreground-color 2.
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
     open     input PY-Calendar-File.     *> only for the report's default dates
     if       PY-Cal-Status = "00"
              move     "Y" to WS-Cal-Open.
     open     i-o PY-Schedule-File.
     if       PY-Sch-Status = "35"        *> first ever use
              open     output PY-Schedule-File
              close    PY-Schedule-File
              open     i-o PY-Schedule-File
     end-if.
*>
     perform  ab010-Maintain until WS-All-Done.
*>
     close    PY-Schedule-File
              PY-Employee-File.
     if       WS-Cal-Open = "Y"
              close    PY-Calendar-File.
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
 ab010-Maintain              section.
*>**********************************
*>
     display  "Scheduled Earnings / Deductions"          at line 1 col 1 with erase eos.
     display  "A = Add, C = Change, D = Delete, I = Inquire, R = Starting / ending report,"
                                                         at line 3 col 1.
     display  "Q = Quit [ ]"                             at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 11 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     if       WS-Function = "R"
              perform  ca000-Start-End-Report
              go to    ab010-Exit.
     if       WS-Function not = "A" and not = "C" and not = "D" and not = "I"
              go to    ab010-Exit.
*>
     display  "Employee number    [       ]" at line 6 col 1.
     move     zero to WS-Key-Emp.
     accept   WS-Key-Emp at line 6 col 21 with UPDATE.
     move     WS-Key-Emp to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       display  PY428 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       go to    ab010-Exit
     end-read.
     display  Emp-Name at line 6 col 32.
*>
     if       WS-Function = "A"
              perform  ab020-Next-Seq
     else
              display  "Entry sequence     [   ]"   at line 7 col 1
              move     1 to WS-Key-Seq
              accept   WS-Key-Seq at line 7 col 21 with UPDATE
              move     WS-Key-Emp to Sch-Emp-No
              move     WS-Key-Seq to Sch-Seq
              read     PY-Schedule-File key Sch-Key
                       invalid key
                                display  PY427 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ab010-Exit
              end-read
     end-if.
*>
     if       WS-Function = "D"
              perform  ab030-Show-Entry
              if       Sch-Pays-Taken not = zero
                 and   not Sch-Stat-Ended
                       display  PY434 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       go to    ab010-Exit
              end-if
              display  "Delete this scheduled entry (Y/N) [ ]" at line 19 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 19 col 36 with UPPER
              if       WS-Reply = "Y"
                       delete   PY-Schedule-File record
              end-if
              go to    ab010-Exit.
*>
     if       WS-Function = "I"
              perform  ab030-Show-Entry
              display  SY015 at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ab010-Exit.
*>
*> Add / Change
*>
     move     Sch-Amount     to WS-Amount.
     move     Sch-Chk-Cat    to WS-Chk-Cat.
     move     Sch-Pay-Count  to WS-Pay-Count.
     move     Sch-Pays-Taken to WS-Pays-Taken.
     display  "Description              [               ]" at line  9 col 1.
     accept   Sch-Desc     at line  9 col 27 with UPDATE.
     display  "Earning or Deduction E/D [ ]"               at line 10 col 1.
     accept   Sch-Earn-Ded at line 10 col 27 with UPPER UPDATE.
     if       not Sch-Earning and not Sch-Deduction
              display  PY429 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     display  "Amount per check         [         ]"       at line 11 col 1.
     accept   WS-Amount    at line 11 col 27 with UPDATE.
     if       WS-Amount = zero
              display  PY430 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     if       WS-Chk-Cat = zero
              if       Sch-Earning
                       move     7  to WS-Chk-Cat
              else
                       move     16 to WS-Chk-Cat
              end-if
     end-if.
     display  "Check bucket (E 2-7 / D 9-16) [  ]"         at line 12 col 1.
     accept   WS-Chk-Cat   at line 12 col 32 with UPDATE.
     display  "Start - first check date [        ]"        at line 13 col 1.
     accept   Sch-Start-Date at line 13 col 27 with UPDATE.
     if       TEST-DATE-YYYYMMDD (Sch-Start-Date) not = zero
              display  PY432 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     display  "Stop - last check date   [        ]  zero = none" at line 14 col 1.
     accept   Sch-Stop-Date at line 14 col 27 with UPDATE.
     if       Sch-Stop-Date not = zero
        and   TEST-DATE-YYYYMMDD (Sch-Stop-Date) not = zero
              display  PY432 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     if       Sch-Stop-Date not = zero
        and   Sch-Stop-Date < Sch-Start-Date
              display  PY433 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     display  "Number of pays           [   ]  zero = no count" at line 15 col 1.
     accept   WS-Pay-Count at line 15 col 27 with UPDATE.
     if       Sch-Stop-Date = zero
        and   WS-Pay-Count  = zero
              display  PY431 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     if       WS-Function = "C"
              display  "Pays made so far         [   ]"  at line 16 col 1
              accept   WS-Pays-Taken at line 16 col 27 with UPDATE
              display  "Status A, H(eld), E(nded) [ ]"   at line 17 col 1
              accept   Sch-Status at line 17 col 28 with UPPER UPDATE
              if       not Sch-Stat-Active
                 and   not Sch-Stat-Held
                 and   not Sch-Stat-Ended
                       move     "A" to Sch-Status
              end-if
     end-if.
     move     WS-Amount     to Sch-Amount.
     move     WS-Chk-Cat    to Sch-Chk-Cat.
     move     WS-Pay-Count  to Sch-Pay-Count.
     move     WS-Pays-Taken to Sch-Pays-Taken.
*>
     display  "Write this scheduled entry (Y/N) [ ]" at line 19 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 19 col 35 with UPPER.
     if       WS-Reply not = "Y"
              go to    ab010-Exit.
     if       WS-Function = "A"
              write    PY-Schedule-Record
                       invalid key
                                rewrite PY-Schedule-Record
              end-write
     else
              rewrite  PY-Schedule-Record.
*>
 ab010-Exit.  exit section.
*>
 ab020-Next-Seq              section.
*>**********************************
*>
*> The next free sequence for a new entry - highest on file plus 1.
*>
     move     zero to WS-Key-Seq.
     move     WS-Key-Emp to Sch-Emp-No.
     move     zero       to Sch-Seq.
     start    PY-Schedule-File key not < Sch-Key
              invalid key
                       continue
              not invalid key
                       perform  forever
                                read     PY-Schedule-File next record at end
                                         exit perform
                                end-read
                                if       PY-Sch-Status not = "00"
                                   or    Sch-Emp-No not = WS-Key-Emp
                                         exit perform
                                end-if
                                move     Sch-Seq to WS-Key-Seq
                       end-perform
     end-start.
     add      1 to WS-Key-Seq.
     initialize PY-Schedule-Record.
     move     WS-Key-Emp to Sch-Emp-No.
     move     WS-Key-Seq to Sch-Seq.
     move     "A"        to Sch-Status.
     move     WSE-Date-9 to Sch-Start-Date.
     display  "Entry sequence     [   ]" at line 7 col 1.
     display  WS-Key-Seq  at line 7 col 21.
*>
 ab020-Exit.  exit section.
*>
 ab030-Show-Entry            section.
*>**********************************
*>
     move     Sch-Amount     to WS-Amount.
     move     Sch-Chk-Cat    to WS-Chk-Cat.
     move     Sch-Pay-Count  to WS-Pay-Count.
     move     Sch-Pays-Taken to WS-Pays-Taken.
     move     Sch-Amt-Taken  to WS-Amt-Taken.
     display  "Description      : " at line  9 col 1.
     display  Sch-Desc             at line  9 col 21.
     display  "Earning/Deduction: " at line 10 col 1.
     display  Sch-Earn-Ded         at line 10 col 21.
     display  "Amount per check : " at line 11 col 1.
     display  WS-Amount            at line 11 col 21.
     display  "Check bucket     : " at line 12 col 1.
     display  WS-Chk-Cat           at line 12 col 21.
     display  "First check date : " at line 13 col 1.
     display  Sch-Start-Date       at line 13 col 21.
     display  "Last check date  : " at line 14 col 1.
     display  Sch-Stop-Date        at line 14 col 21.
     display  "Number of pays   : " at line 15 col 1.
     display  WS-Pay-Count         at line 15 col 21.
     display  "Pays made / total: " at line 16 col 1.
     display  WS-Pays-Taken        at line 16 col 21.
     display  WS-Amt-Taken         at line 16 col 26.
     display  "Status           : " at line 17 col 1.
     display  Sch-Status           at line 17 col 21.
     if       Sch-Last-Check not = zero
              display  "Last paid on     : " at line 18 col 1
              display  Sch-Last-Check       at line 18 col 21.
*>
 ab030-Exit.  exit section.
*>
 ca000-Start-End-Report      section.
*>**********************************
*>
*> The Active entries of one pay interval that start, or make their
*> last pay, on the next check - so the new ones can be checked and
*> the employees told before the money stops. The next check date
*> and the one after it come from the first unused calendar periods
*> for the interval when pycalgen has built them, else are keyed.
*> An entry whose stop date is before the next check lapses
*> without further pay and is listed as such.
*>
     display  "Pay interval (S/M/B/W)   [ ]" at line 6 col 1 with erase eos.
     move     space to WS-Interval.
     accept   WS-Interval at line 6 col 27 with UPPER.
     if       WS-Interval not = "S" and not = "M" and not = "B" and not = "W"
              go to ca000-Exit.
     move     zero to WS-Next-Check WS-Following-Check.
     if       WS-Cal-Open = "Y"
              perform  ca010-Calendar-Dates.
     display  "Next check date          [        ]" at line 7 col 1.
     accept   WS-Next-Check at line 7 col 27 with UPDATE.
     if       TEST-DATE-YYYYMMDD (WS-Next-Check) not = zero
              display  PY432 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to ca000-Exit.
     display  "Check date after that    [        ]  zero = not known" at line 8 col 1.
     accept   WS-Following-Check at line 8 col 27 with UPDATE.
*>
     move     zero to WS-Start-Cnt WS-End-Cnt.
     open     output Print-File.
     initiate Schedule-Report.
     move     low-values to Sch-Key.
     start    PY-Schedule-File key not < Sch-Key
              invalid key
                       go to ca000-Wrap
     end-start.
     perform  forever
              read     PY-Schedule-File next record at end
                       exit perform
              end-read
              if       PY-Sch-Status not = "00"
                       exit perform
              end-if
              if       not Sch-Stat-Active
                       exit perform cycle
              end-if
              move     spaces to WS-Rl-Name
              move     Sch-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                move "** not on employee file **" to WS-Rl-Name
                       not invalid key
                                move Emp-Name to WS-Rl-Name
                                if   Emp-Pay-Interval not = WS-Interval
                                     exit perform cycle
                                end-if
              end-read
              perform  ca020-Classify
              if       WS-Starts = "N" and WS-Ends = "N"
                       exit perform cycle
              end-if
              generate Sch-Detail-Line
     end-perform.
*>
 ca000-Wrap.
     terminate Schedule-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
 ca000-Exit.  exit section.
*>
 ca010-Calendar-Dates        section.
*>**********************************
*>
*> First two unused calendar periods for the interval - the check
*> pyapply will offer next and the one after it.
*>
     move     WS-Interval to Cal-Interval.
     move     zero        to Cal-Period-End.
     start    PY-Calendar-File key not < Cal-Key
              invalid key
                       go to ca010-Exit
     end-start.
     perform  forever
              read     PY-Calendar-File next record at end
                       exit perform
              end-read
              if       PY-Cal-Status not = "00"
                 or    Cal-Interval not = WS-Interval
                       exit perform
              end-if
              if       Cal-Used = "Y"
                       exit perform cycle
              end-if
              if       WS-Next-Check = zero
                       move     Cal-Check-Date to WS-Next-Check
              else
                       move     Cal-Check-Date to WS-Following-Check
                       exit perform
              end-if
     end-perform.
*>
 ca010-Exit.  exit section.
*>
 ca020-Classify              section.
*>**********************************
*>
*> Starts   - nothing paid yet and in effect from the next check.
*> Ends     - the next check makes the last pay of the count, or is
*>            the last check on or before the stop date.
*> Lapses   - stop date already before the next check, never paid
*>            again; pyapply closes it on that run.
*>
     move     "N"    to WS-Starts WS-Ends.
     move     spaces to WS-Rl-Note.
     if       Sch-Start-Date > WS-Next-Check
              go to ca020-Exit.
     if       Sch-Stop-Date not = zero
        and   Sch-Stop-Date < WS-Next-Check
              move     "Y" to WS-Ends
              move     "LAPSES - NOT PAID" to WS-Rl-Note
              add      1 to WS-End-Cnt
              go to ca020-Exit.
     if       Sch-Pays-Taken = zero
              move     "Y" to WS-Starts
              add      1 to WS-Start-Cnt.
     if       Sch-Pay-Count not = zero
        and   Sch-Pays-Taken + 1 not < Sch-Pay-Count
              move     "Y" to WS-Ends.
     if       Sch-Stop-Date not = zero
        and   (WS-Following-Check = zero
          or   Sch-Stop-Date < WS-Following-Check)
              move     "Y" to WS-Ends.
     if       WS-Ends = "Y"
              add      1 to WS-End-Cnt.
     evaluate true
              when WS-Starts = "Y" and WS-Ends = "Y"
                       move     "STARTS - ONE PAY" to WS-Rl-Note
              when WS-Starts = "Y"
                       move     "STARTS" to WS-Rl-Note
              when WS-Ends = "Y"
                       move     "LAST PAY" to WS-Rl-Note
     end-evaluate.
*>
 ca020-Exit.  exit section.
