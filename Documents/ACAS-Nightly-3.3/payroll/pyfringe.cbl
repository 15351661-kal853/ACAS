       >>source free
*>****************************************************************
*>      Non-Cash Fringe Benefit Events & Imputed Income           *
*>              Posting Into The Pay Batch                        *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyfringe.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Replaces the manual "Other Pay" lines (that the
*>                      employee then had to pay back) for taxable
*>                      non-cash fringe benefits. Two functions off one
*>                      menu:
*>
*>                      E - maintains PY-Fringe-File (pyfrg.dat) - one
*>                          event per benefit received:
*>                          V - personal use of a company vehicle,
*>                              valued by the IRS annual lease value
*>                              table (Pub 15-B) for the vehicle's fair
*>                              market value, prorated by the days it
*>                              was available when under a year and by
*>                              the personal share of the miles, plus
*>                              5.5 cents a personal mile when the
*>                              company pays for the fuel;
*>                          G - gift card / cash equivalent, face value;
*>                          O - any other taxable fringe, keyed value.
*>                      P - the posting run: every pending event dated
*>                          on or before the keyed period end becomes
*>                          (or adds to) a code 19 Imputed Income line
*>                          in the pay batch, dated the period end and
*>                          flagged Hrs-Gen-Flag "F". pyapply puts the
*>                          value in the FWT, SWT and FICA bases but
*>                          never gross or net, and w2print shows the
*>                          year's total in box 14. The event is marked
*>                          posted with the batch number so it cannot
*>                          go in twice. The batch is set back to
*>                          un-proofed as pyholgen does.
*>
*>                      Same prompt plan as pybenplan.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      None.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyfrg.   Fringe Benefit Events - I-O.
*>                      pyemp.   Employee Master.
*>                      pyhrs.   Pay Transactions - I-O (posting run).
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY969 - 975.
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
 copy "selpyfrg.cob".
 copy "selpyemp.cob".
 copy "selpyhrs.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyfrg.cob".
 copy "fdpyemp.cob".
 copy "fdpyhrs.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyfringe (1.0.00)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-PR1-Status       pic xx.
     03  PY-Frg-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Hrs-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
     03  WS-Quit             pic x        value "N".
        88  WS-All-Done               value "Y".
     03  A                   pic 99       value zero.
*>
     03  WS-Function         pic x        value space.
     03  WS-Key-Emp          pic 9(7)     value zero.
     03  WS-Key-Seq          pic 9(3)     value zero.
     03  WS-FMV              pic 9(7)v99  value zero.
     03  WS-Amount           pic 9(7)v99  value zero.
     03  WS-Disp-Amt         pic z(6)9.99.
     03  WS-Work-Amt         pic s9(9)v9(4) comp-3 value zero.
     03  WS-Per-End          pic 9(8)     value zero.
*>
*> Posting run counters and batch header figures
*>
     03  WS-Hdr-No-Recs      binary-short unsigned value zero.
     03  WS-Hrs-Batch-No     binary-short unsigned value zero.
     03  WS-Cnt-Posted       pic 9(5)     value zero.
     03  WS-Cnt-Added        pic 9(5)     value zero.
     03  WS-Cnt-Skipped      pic 9(5)     value zero.
     03  WS-Tot-Posted       pic 9(7)v99  value zero.
     03  WS-Disp-Cnt         pic zzzz9.
*>
*> IRS annual lease value table (Pub 15-B) - the top of each fair
*> market value band and the annual lease value for it. Over the top
*> band the value is 25% of the FMV plus $500.
*>
 01  WS-ALV-Table-Values.
     03  filler  pic x(10) value "0099900600".
     03  filler  pic x(10) value "0199900850".
     03  filler  pic x(10) value "0299901100".
     03  filler  pic x(10) value "0399901350".
     03  filler  pic x(10) value "0499901600".
     03  filler  pic x(10) value "0599901850".
     03  filler  pic x(10) value "0699902100".
     03  filler  pic x(10) value "0799902350".
     03  filler  pic x(10) value "0899902600".
     03  filler  pic x(10) value "0999902850".
     03  filler  pic x(10) value "1099903100".
     03  filler  pic x(10) value "1199903350".
     03  filler  pic x(10) value "1299903600".
     03  filler  pic x(10) value "1399903850".
     03  filler  pic x(10) value "1499904100".
     03  filler  pic x(10) value "1599904350".
     03  filler  pic x(10) value "1699904600".
     03  filler  pic x(10) value "1799904850".
     03  filler  pic x(10) value "1899905100".
     03  filler  pic x(10) value "1999905350".
     03  filler  pic x(10) value "2099905600".
     03  filler  pic x(10) value "2199905850".
     03  filler  pic x(10) value "2299906100".
     03  filler  pic x(10) value "2399906350".
     03  filler  pic x(10) value "2499906600".
     03  filler  pic x(10) value "2599906850".
     03  filler  pic x(10) value "2799907250".
     03  filler  pic x(10) value "2999907750".
     03  filler  pic x(10) value "3199908250".
     03  filler  pic x(10) value "3399908750".
     03  filler  pic x(10) value "3599909250".
     03  filler  pic x(10) value "3799909750".
     03  filler  pic x(10) value "3999910250".
     03  filler  pic x(10) value "4199910750".
     03  filler  pic x(10) value "4399911250".
     03  filler  pic x(10) value "4599911750".
     03  filler  pic x(10) value "4799912250".
     03  filler  pic x(10) value "4999912750".
     03  filler  pic x(10) value "5199913250".
     03  filler  pic x(10) value "5399913750".
     03  filler  pic x(10) value "5599914250".
     03  filler  pic x(10) value "5799914750".
     03  filler  pic x(10) value "5999915250".
 01  filler  redefines WS-ALV-Table-Values.
     03  WS-ALV-Band                     occurs 43.
         05  WS-ALV-Top      pic 9(5).
         05  WS-ALV-Value    pic 9(5).
 01  WS-ALV-Sub              pic 99       value zero.
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
     03  PY969           pic x(46) value "PY969 No fringe event on file for that emp/seq".
     03  PY970           pic x(51) value "PY970 Fringe event already on file for that emp/seq".
     03  PY971           pic x(46) value "PY971 Event already posted - cannot be changed".
     03  PY972           pic x(26) value "PY972 Employee not on file".
     03  PY973           pic x(28) value "PY973 Type must be V, G or O".
     03  PY974           pic x(50) value "PY974 Pay batch not found - start the period batch".
     03  PY975           pic x(34) value "PY975 Event value must not be zero".
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
     display  "Fringe Benefit Imputed Income" at 0125 with foreground-color 2.
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
     open     i-o PY-Fringe-File.
     if       PY-Frg-Status = "35"        *> first ever use
              open     output PY-Fringe-File
              close    PY-Fringe-File
              open     i-o PY-Fringe-File
     end-if.
     open     input PY-Employee-File.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Fringe-File
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
     display  "Fringe Benefit Imputed Income"            at line 1 col 1 with erase eos.
     display  "E = Event maintenance, P = Post to pay batch, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 57 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "E"
                       perform  ba000-Event-Maint
              when "P"
                       perform  ca000-Post-Events
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Event-Maint           section.
*>**********************************
*>
     display  "Fringe Event Maintenance"                 at line 1 col 1 with erase eos.
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
                       display  PY972 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       go to    ba000-Exit
     end-read.
     display  Emp-Name               at line 5 col 31.
*>
*> An add takes the next free sequence for the employee unless one is
*> keyed.
*>
     move     zero to WS-Key-Seq.
     if       WS-Function = "A"
              perform  ba020-Next-Seq.
     display  "Event sequence     [   ]"   at line 6 col 1.
     accept   WS-Key-Seq at line 6 col 21 with UPDATE.
*>
     move     WS-Key-Emp to Frg-Emp-No.
     move     WS-Key-Seq to Frg-Seq.
     read     PY-Fringe-File key Frg-Key
              invalid key
                       if       WS-Function not = "A"
                                display  PY969 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ba000-Exit
                       end-if
              not invalid key
                       if       WS-Function = "A"
                                display  PY970 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ba000-Exit
                       end-if
     end-read.
*>
     if       WS-Function = "A"
              initialize PY-Fringe-Record
              move     WS-Key-Emp  to Frg-Emp-No
              move     WS-Key-Seq  to Frg-Seq
              move     WSE-Date-9  to Frg-Event-Date
              move     "N"         to Frg-Fuel.
*>
     if       WS-Function = "I"
              perform  ba030-Show-Event
              display  SY015 at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
*> Posted events are history - the batch line already carries them.
*>
     if       Frg-Posted
              perform  ba030-Show-Event
              display  PY971 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
     if       WS-Function = "D"
              perform  ba030-Show-Event
              display  "Delete this event (Y/N) [ ]" at line 20 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 20 col 26 with UPPER
              if       WS-Reply = "Y"
                       delete   PY-Fringe-File record
              end-if
              go to    ba000-Exit.
*>
*> Add / Change
*>
     display  "Event date (ccyymmdd)         [        ]" at line  8 col 1.
     accept   Frg-Event-Date at line  8 col 32 with UPDATE.
     display  "Type (V Vehicle, G Gift card, O Other) [ ]" at line  9 col 1.
     accept   Frg-Type at line  9 col 41 with UPPER UPDATE.
     if       not Frg-Type-Vehicle and not Frg-Type-Gift-Card and not Frg-Type-Other
              display  PY973 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
     display  "Description                   [                    ]" at line 10 col 1.
     accept   Frg-Desc at line 10 col 32 with UPDATE.
*>
     if       Frg-Type-Vehicle
              move     Frg-Vehicle-FMV to WS-FMV
              display  "Vehicle fair market value     [          ]" at line 12 col 1
              accept   WS-FMV at line 12 col 32 with UPDATE
              move     WS-FMV to Frg-Vehicle-FMV
              display  "Personal miles                [      ]"     at line 13 col 1
              accept   Frg-Pers-Miles at line 13 col 32 with UPDATE
              display  "Total miles (0 = all personal)[      ]"     at line 14 col 1
              accept   Frg-Total-Miles at line 14 col 32 with UPDATE
              display  "Days available (0 = full year)[   ]"        at line 15 col 1
              accept   Frg-Days at line 15 col 32 with UPDATE
              display  "Company paid fuel (Y/N)       [ ]"          at line 16 col 1
              accept   Frg-Fuel at line 16 col 32 with UPPER UPDATE
              if       Frg-Fuel not = "Y"
                       move     "N" to Frg-Fuel
              end-if
              perform  ba040-Vehicle-Value
              move     Frg-Amount to WS-Disp-Amt
              display  "Imputed value                 :"          at line 18 col 1
              display  WS-Disp-Amt                                at line 18 col 33
     else
              move     zero to Frg-Vehicle-FMV Frg-ALV Frg-Pers-Miles
                               Frg-Total-Miles Frg-Days
              move     "N"  to Frg-Fuel
              move     Frg-Amount to WS-Amount
              display  "Imputed value                 [          ]" at line 12 col 1
              accept   WS-Amount at line 12 col 32 with UPDATE
              move     WS-Amount to Frg-Amount
     end-if.
     if       Frg-Amount = zero
              display  PY975 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
     display  "Write this event (Y/N) [ ]" at line 20 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 20 col 25 with UPPER.
     if       WS-Reply not = "Y"
              go to    ba000-Exit.
     move     WS-CD-Args (1:8) to Frg-Operator.
     if       WS-Function = "A"
              write    PY-Fringe-Record
                       invalid key
                                rewrite PY-Fringe-Record
              end-write
     else
              rewrite  PY-Fringe-Record.
     go       to ba000-Event-Maint.
*>
 ba000-Exit.  exit section.
*>
 ba020-Next-Seq              section.
*>**********************************
*>
*> One past the employee's highest sequence on file.
*>
     move     WS-Key-Emp to Frg-Emp-No.
     move     zero       to Frg-Seq.
     start    PY-Fringe-File key not < Frg-Key
              invalid key
                       move     1 to WS-Key-Seq
                       go to    ba020-Exit
     end-start.
     perform  forever
              read     PY-Fringe-File next record at end
                       exit perform
              end-read
              if       PY-Frg-Status not = "00"
                 or    Frg-Emp-No not = WS-Key-Emp
                       exit perform
              end-if
              move     Frg-Seq to WS-Key-Seq
     end-perform.
     if       WS-Key-Seq < 999
              add      1 to WS-Key-Seq.
*>
 ba020-Exit.  exit section.
*>
 ba030-Show-Event            section.
*>**********************************
*>
     display  "Event date        : " at line  8 col 1.
     display  Frg-Event-Date         at line  8 col 21.
     display  "Type              : " at line  9 col 1.
     display  Frg-Type               at line  9 col 21.
     display  "Description       : " at line 10 col 1.
     display  Frg-Desc               at line 10 col 21.
     if       Frg-Type-Vehicle
              move     Frg-Vehicle-FMV to WS-Disp-Amt
              display  "Vehicle FMV       : " at line 12 col 1
              display  WS-Disp-Amt            at line 12 col 21
              move     Frg-ALV to WS-Disp-Amt
              display  "Annual lease value: " at line 13 col 1
              display  WS-Disp-Amt            at line 13 col 21
              display  "Personal / total  : " at line 14 col 1
              display  Frg-Pers-Miles         at line 14 col 21
              display  Frg-Total-Miles        at line 14 col 29
              display  "Days / fuel       : " at line 15 col 1
              display  Frg-Days               at line 15 col 21
              display  Frg-Fuel               at line 15 col 29
     end-if.
     move     Frg-Amount to WS-Disp-Amt.
     display  "Imputed value     : " at line 17 col 1.
     display  WS-Disp-Amt            at line 17 col 21.
     display  "Status / posted   : " at line 18 col 1.
     display  Frg-Status             at line 18 col 21.
     display  Frg-Posted-Date        at line 18 col 23.
     display  Frg-Batch-No           at line 18 col 33.
*>
 ba030-Exit.  exit section.
*>
 ba040-Vehicle-Value         section.
*>**********************************
*>
*> Annual lease value for the FMV band (over the table, 25% of FMV +
*> $500), prorated by days available when under a full year, times
*> the personal share of the miles, plus 5.5 cents a personal mile
*> when the company pays for the fuel.
*>
     move     zero to Frg-ALV.
     perform  varying WS-ALV-Sub from 1 by 1 until WS-ALV-Sub > 43
              if       Frg-Vehicle-FMV not > WS-ALV-Top (WS-ALV-Sub) + 0.99
                       move     WS-ALV-Value (WS-ALV-Sub) to Frg-ALV
                       exit perform
              end-if
     end-perform.
     if       Frg-ALV = zero
              compute  Frg-ALV rounded = Frg-Vehicle-FMV * 0.25 + 500.
*>
     move     Frg-ALV to WS-Work-Amt.
     if       Frg-Days not = zero and Frg-Days < 365
              compute  WS-Work-Amt = WS-Work-Amt * Frg-Days / 365.
     if       Frg-Total-Miles not = zero
              if       Frg-Pers-Miles > Frg-Total-Miles
                       move     Frg-Total-Miles to Frg-Pers-Miles
              end-if
              compute  WS-Work-Amt = WS-Work-Amt * Frg-Pers-Miles
                                                 / Frg-Total-Miles
     end-if.
     if       Frg-Fuel = "Y"
              compute  WS-Work-Amt = WS-Work-Amt + (Frg-Pers-Miles * 0.055).
     compute  Frg-Amount rounded = WS-Work-Amt.
*>
 ba040-Exit.  exit section.
*>
 ca000-Post-Events           section.
*>**********************************
*>
*> The posting run - pending events dated on or before the period end
*> go into the period's pay batch as code 19 Imputed Income lines.
*>
     display  "Post Fringe Events To The Pay Batch"      at line 1 col 1 with erase eos.
     display  "Period end date (ccyymmdd)  [        ]"   at line 3 col 1.
     move     WSE-Date-9 to WS-Per-End.
     accept   WS-Per-End at line 3 col 30 with UPDATE.
     display  "Post every pending event up to that date (Y/N) [ ]"
                                                         at line 5 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 5 col 49 with UPPER.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
*>
     open     i-o PY-Pay-Transactions-File.
     if       PY-Hrs-Status not = "00"
              display  PY974    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca000-Exit.
*>
*> The batch header must exist - fringe lines join the batch being
*> built for the period.
*>
     move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       display  PY974    at line WS-23-Lines col 1 foreground-color 4 erase eos
                       display  SY015    at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines    col 58
                       close    PY-Pay-Transactions-File
                       go to    ca000-Exit
     end-read.
     move     Hrs-No-Recs  to WS-Hdr-No-Recs.
     move     Hrs-Batch-No to WS-Hrs-Batch-No.
*>
     move     zero to WS-Cnt-Posted WS-Cnt-Added WS-Cnt-Skipped WS-Tot-Posted.
     move     zero to Frg-Emp-No Frg-Seq.
     start    PY-Fringe-File key not < Frg-Key
              invalid key
                       go to ca090-Done
     end-start.
     perform  forever
              read     PY-Fringe-File next record at end
                       exit perform
              end-read
              if       PY-Frg-Status not = "00"
                       exit perform
              end-if
              if       Frg-Pending
                 and   Frg-Event-Date not > WS-Per-End
                 and   Frg-Amount > zero
                       perform  ca010-Post-One
              end-if
     end-perform.
*>
 ca090-Done.
*>
*> The batch grew - force a fresh proof before it can apply.
*>
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
     end-if.
     close    PY-Pay-Transactions-File.
*>
     move     WS-Cnt-Posted to WS-Disp-Cnt.
     display  "Events posted       : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt              at line  8 col 27.
     move     WS-Cnt-Added to WS-Disp-Cnt.
     display  "  added to a line   : " at line  9 col 5.
     display  WS-Disp-Cnt              at line  9 col 27.
     move     WS-Cnt-Skipped to WS-Disp-Cnt.
     display  "Skipped (employee)  : " at line 10 col 5.
     display  WS-Disp-Cnt              at line 10 col 27.
     move     WS-Tot-Posted to WS-Disp-Amt.
     display  "Imputed value posted: " at line 11 col 5.
     display  WS-Disp-Amt              at line 11 col 27.
     if       WS-Cnt-Posted not = zero
              display  "Batch set back to un-proofed - run hrsprint / pyproof again"
                       at line 13 col 5 with foreground-color 2.
     display  SY015                    at line WS-Lines col 1.
     accept   WS-Reply                 at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 ca010-Post-One              section.
*>**********************************
*>
*> One pending event - the employee must still be on the payroll. A
*> code 19 line already in the batch for the employee's period end
*> (an earlier event) takes this value on top.
*>
     move     Frg-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       add      1 to WS-Cnt-Skipped
                       go to    ca010-Exit
     end-read.
     if       Emp-Status not = "A" and not = "L"
              add      1 to WS-Cnt-Skipped
              go to    ca010-Exit.
*>
     move     Emp-No      to Hrs-Emp-No.
     move     WS-Per-End  to Hrs-Effective-Date.
     move     1           to Hrs-Rate.
     move     19          to Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero            to Hrs-Units
                       move     Frg-Amount      to Hrs-Amount
                       move     WS-Hrs-Batch-No to Hrs-Entry-Batch-No
                       move     spaces          to Hrs-Job-Tag
                       move     "F"             to Hrs-Gen-Flag
                       write    PY-Pay-Transactions-Record
                                invalid key
                                         add      1 to WS-Cnt-Skipped
                                         go to    ca010-Exit
                       end-write
                       add      1 to WS-Hdr-No-Recs
              not invalid key
                       add      Frg-Amount to Hrs-Amount
                       rewrite  PY-Pay-Transactions-Record
                       add      1 to WS-Cnt-Added
     end-read.
*>
     move     "P"             to Frg-Status.
     move     WS-Per-End      to Frg-Posted-Date.
     move     WS-Hrs-Batch-No to Frg-Batch-No.
     rewrite  PY-Fringe-Record.
     add      1          to WS-Cnt-Posted.
     add      Frg-Amount to WS-Tot-Posted.
*>
 ca010-Exit.  exit section.
