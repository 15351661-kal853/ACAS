       >>source free
*>****************************************************************
*>      Position Control - Authorized Positions & Vacancy /       *
*>        Over-Hire Report                                        *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyposctl.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Position control - headcount tied to the
*>                      authorized, budgeted positions of each
*>                      department on PY-Dept-File. Each position has
*>                      a title, salary grade, authorized FTE and the
*>                      budgeted rate for one FTE; employees occupy
*>                      one through Emp-Dept + Emp-Position, filling
*>                      Emp-FTE of it (zero counts as 1.00). py010
*>                      refuses a hire or transfer into a filled
*>                      position unless the operator overrides, which
*>                      goes on the change audit trail (pyaudrpt).
*>
*>                      Functions off one menu:
*>
*>                      M - maintains PY-Position-File;
*>                      V - the vacancy and over-hire report, printed:
*>                          every position by department, authorized
*>                          against filled FTE, the vacant or over-
*>                          hired FTE and the monthly cost of the
*>                          vacancy at the budgeted rate, with
*>                          department and grand totals and the
*>                          employees on the books in no position.
*>                          pybudget's budget v actual report carries
*>                          the same vacancy dollars by department.
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
*>                      pydept.  Departments.
*>                      pyposn.  Position Control - I-O.
*>                      prt-1.   Vacancy & Over-Hire Report.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY420 - 423.
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
 copy "selpydpt.cob".
 copy "selpyposn.cob".
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
 copy "fdpydpt.cob".
 copy "fdpyposn.cob".
*>
 fd  Print-File
     reports are Vacancy-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyposctl (1.0.00)".  *> First release pre testing.
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
     03  PY-Dpt-Status       pic xx.
     03  PY-Pos-Status       pic xx.
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
     03  WS-Dpt-Open         pic x        value "N".
*>
*> Position as keyed.
*>
     03  WS-Key-Dept         pic x(4)     value spaces.
     03  WS-Key-Pos          pic 9(5)     value zero.
     03  WS-Pos-Found        pic x        value "N".
     03  WS-Auth-FTE         pic 99v99    value zero.
     03  WS-Bud-Rate         pic 9(7)v99  value zero.
     03  WS-Bad-Entry        pic x        value "N".
*>
*> Vacancy report - the positions in key order (department then
*> position) with the FTE filled against each, taken off the
*> employees still on the books.
*>
     03  WS-Ps-Count         pic 9(4)     value zero.
     03  WS-Ps-Sub           pic 9(4)     value zero.
     03  WS-Ps-Full-Shown    pic x        value "N".
     03  WS-Ps-Table.
         05  WS-Ps-Entry                  occurs 3000
                                          ascending key WS-Ps-Key indexed by PX.
             07  WS-Ps-Key.
                 09  WS-Ps-Dept      pic x(4).
                 09  WS-Ps-No        pic 9(5).
             07  WS-Ps-Title         pic x(30).
             07  WS-Ps-Grade         pic x(4).
             07  WS-Ps-Status        pic x.
             07  WS-Ps-Auth          pic 99v99     comp-3.
             07  WS-Ps-Filled        pic 999v99    comp-3.
             07  WS-Ps-Rate          pic 9(7)v99   comp-3.
             07  WS-Ps-Basis         pic x.
     03  WS-Find-Key.
         05  WS-Find-Dept        pic x(4).
         05  WS-Find-No          pic 9(5).
     03  WS-Cnt-No-Pos       pic 9(5)     value zero.
     03  WS-Cnt-Bad-Pos      pic 9(5)     value zero.
*>
*> Report line.
*>
     03  WS-Rg-Dept          pic x(4)     value spaces.
     03  WS-Rg-Dept-Name     pic x(30)    value spaces.
     03  WS-Rg-Auth          pic 999v99   value zero.
     03  WS-Rg-Filled        pic 999v99   value zero.
     03  WS-Rg-Vacant        pic 999v99   value zero.
     03  WS-Rg-Over          pic 999v99   value zero.
     03  WS-Rg-Annual        pic 9(9)v99  value zero.
     03  WS-Rg-Vac-Dol       pic 9(9)v99  value zero.
     03  WS-Rg-Note          pic x(10)    value spaces.
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
     03  PY420           pic x(51) value "PY420 Department not on file - set up with pydeptrp".
     03  PY421           pic x(72) value "PY421 Status A or C, basis H or A, authorized FTE and budget rate needed".
     03  PY422           pic x(46) value "PY422 No positions on file - no report printed".
     03  PY423           pic x(58) value "PY423 More than 3000 positions - the rest are not reported".
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
*> Authorized v filled FTE by department - 132 columns.
*>
 RD  Vacancy-Report
     control      Final WS-Rg-Dept
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Vacancy-Head  Type Page Heading.
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
         05  col  38     pic x(43)   value "Position Control - Vacancy And Over-Hire At".
         05  col  82     pic 9(8)    source WS-Today.
     03  line  4.
         05  col   1                 value "Posn  Title                          Grd  S   Auth  Filled  Vacant    Over   Budget Rate B  Annual / FTE Vacancy $ Mth Note".
*>
 01  Vacancy-Dept-Head  Type Control Heading WS-Rg-Dept.
     03  line + 2.
         05  col   1                 value "Department :".
         05  col  14     pic x(4)          source WS-Rg-Dept.
         05  col  19     pic x(30)         source WS-Rg-Dept-Name.
*>
 01  Vacancy-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(5)          source WS-Ps-No     (WS-Ps-Sub).
         05  col   7     pic x(30)         source WS-Ps-Title  (WS-Ps-Sub).
         05  col  38     pic x(4)          source WS-Ps-Grade  (WS-Ps-Sub).
         05  col  43     pic x             source WS-Ps-Status (WS-Ps-Sub).
         05  col  45     pic zz9.99        source WS-Rg-Auth.
         05  col  53     pic zz9.99        source WS-Rg-Filled.
         05  col  61     pic zz9.99        source WS-Rg-Vacant.
         05  col  69     pic zz9.99        source WS-Rg-Over.
         05  col  77     pic z,zzz,zz9.99  source WS-Ps-Rate   (WS-Ps-Sub).
         05  col  90     pic x             source WS-Ps-Basis  (WS-Ps-Sub).
         05  col  92     pic zz,zzz,zz9.99 source WS-Rg-Annual.
         05  col 106     pic zz,zzz,zz9.99 source WS-Rg-Vac-Dol.
         05  col 120     pic x(10)         source WS-Rg-Note.
*>
 01  type control Footing WS-Rg-Dept.
     03  line + 1.
         05  col   1                 value "Department totals -".
         05  col  21     pic x(4)          source WS-Rg-Dept.
         05  col  44     pic zzz9.99       sum WS-Rg-Auth.
         05  col  52     pic zzz9.99       sum WS-Rg-Filled.
         05  col  60     pic zzz9.99       sum WS-Rg-Vacant.
         05  col  68     pic zzz9.99       sum WS-Rg-Over.
         05  col 106     pic zz,zzz,zz9.99 sum WS-Rg-Vac-Dol.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(30)     value "Authorized FTE               :".
         05  col 32          pic zzzz9.99  sum WS-Rg-Auth.
     03  line + 1.
         05  col  1          pic x(30)     value "Filled FTE                   :".
         05  col 32          pic zzzz9.99  sum WS-Rg-Filled.
     03  line + 1.
         05  col  1          pic x(30)     value "Vacant FTE                   :".
         05  col 32          pic zzzz9.99  sum WS-Rg-Vacant.
     03  line + 1.
         05  col  1          pic x(30)     value "Over-hired FTE               :".
         05  col 32          pic zzzz9.99  sum WS-Rg-Over.
     03  line + 1.
         05  col  1          pic x(30)     value "Vacancy dollars a month      :".
         05  col 29          pic zz,zzz,zz9.99 sum WS-Rg-Vac-Dol.
     03  line + 1.
         05  col  1          pic x(30)     value "Employees in no position     :".
         05  col 32          pic zzzz9     source WS-Cnt-No-Pos.
     03  line + 1.
         05  col  1          pic x(30)     value "In a position not on file    :".
         05  col 32          pic zzzz9     source WS-Cnt-Bad-Pos.
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
     display  "Position Control" at 0125 with foreground-color 2.
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
     open     input PY-Dept-File.          *> none set up = departments not checked
     if       PY-Dpt-Status = "00"
              move     "Y" to WS-Dpt-Open.
     open     i-o PY-Position-File.
     if       PY-Pos-Status = "35"         *> first ever use
              open     output PY-Position-File
              close    PY-Position-File
              open     i-o PY-Position-File
     end-if.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     close    PY-Position-File
              PY-Employee-File.
     if       WS-Dpt-Open = "Y"
              close    PY-Dept-File.
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
 ab010-Menu                  section.
*>**********************************
*>
     display  "Position Control"                         at line 1 col 1 with erase eos.
     display  "M = Maintain positions, V = Vacancy and over-hire report, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 70 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "M"  perform ba000-Maintain
              when "V"  perform ca000-Vacancy-Report
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
*> One position at a time until the department is left blank. A
*> position no longer budgeted is closed (status C) rather than
*> deleted while anyone still occupies it.
*>
 ba005-Get-Key.
     display  "Authorized Positions"                  at line 1 col 1 with erase eos.
     move     spaces to WS-Key-Dept.
     move     zero   to WS-Key-Pos.
     display  "Department             [    ]"         at line 3 col 1.
     display  "Position number        [     ]"        at line 4 col 1.
     accept   WS-Key-Dept at line 3 col 25 with UPPER UPDATE.
     if       WS-Key-Dept = spaces or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     if       WS-Dpt-Open = "Y"
              move     WS-Key-Dept to Dpt-Code
              read     PY-Dept-File key Dpt-Code
                       invalid key
                                display  PY420    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                perform  az060-Error
                                go to    ba005-Get-Key
              end-read
              display  Dpt-Name at line 3 col 35 with foreground-color 2
     end-if.
     accept   WS-Key-Pos at line 4 col 25 with UPDATE.
     if       WS-Key-Pos = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ba005-Get-Key.
     move     WS-Key-Dept to Pos-Dept.
     move     WS-Key-Pos  to Pos-No.
     move     "Y" to WS-Pos-Found.
     read     PY-Position-File key Pos-Key
              invalid key
                       move     "N" to WS-Pos-Found
                       initialize PY-Position-Record
                       move     WS-Key-Dept to Pos-Dept
                       move     WS-Key-Pos  to Pos-No
                       move     "A"         to Pos-Status
                       move     "A"         to Pos-Rate-Basis
                       move     1           to Pos-Auth-FTE
                       move     WS-Today    to Pos-Open-Date
     end-read.
     if       WS-Pos-Found = "N"
              display  "New"     at line 4 col 35 with foreground-color 2 erase eol
     else
              display  "On file" at line 4 col 35 with foreground-color 2 erase eol
     end-if.
     move     Pos-Auth-FTE to WS-Auth-FTE.
     move     Pos-Bud-Rate to WS-Bud-Rate.
     display  "Title                  [                              ]"
                                                                     at line  6 col 1.
     display  "Salary grade           [    ]"                        at line  7 col 1.
     display  "Authorized FTE         [    ]  1.00 = one full-time post"
                                                                     at line  8 col 1.
     display  "Budgeted rate per FTE  [         ]"                   at line  9 col 1.
     display  "Rate basis             [ ]  H = hourly, A = annual"   at line 10 col 1.
     display  "Status                 [ ]  A = open, C = closed"     at line 11 col 1.
     display  "Authorized on          [        ]"                    at line 12 col 1.
*>
 ba010-Accept.
     accept   Pos-Title      at line  6 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba005-Get-Key.
     accept   Pos-Grade      at line  7 col 25 with UPPER UPDATE.
     accept   WS-Auth-FTE    at line  8 col 25 with UPDATE.
     accept   WS-Bud-Rate    at line  9 col 25 with UPDATE.
     accept   Pos-Rate-Basis at line 10 col 25 with UPPER UPDATE.
     accept   Pos-Status     at line 11 col 25 with UPPER UPDATE.
     accept   Pos-Open-Date  at line 12 col 25 with UPDATE.
*>
     move     "N" to WS-Bad-Entry.
     if       not Pos-Hourly and not Pos-Annual
        or    not Pos-Open and not Pos-Closed
        or   (Pos-Open and (WS-Auth-FTE = zero or WS-Bud-Rate = zero))
              move     "Y" to WS-Bad-Entry.
     if       WS-Bad-Entry = "Y"
              display  PY421    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Accept.
*>
     if       WS-Pos-Found = "Y"
              display  "Save, Delete or leave (Y/D/N) [ ]" at line 21 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 21 col 32 with UPPER
     else
              display  "Save (Y/N) [ ]" at line 21 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 21 col 13 with UPPER
     end-if.
     if       WS-Reply = "D" and WS-Pos-Found = "Y"
              delete   PY-Position-File record
              go to    ba005-Get-Key.
     if       WS-Reply not = "Y"
              go to    ba005-Get-Key.
     move     WS-Auth-FTE to Pos-Auth-FTE.
     move     WS-Bud-Rate to Pos-Bud-Rate.
     if       WS-Pos-Found = "Y"
              rewrite  PY-Position-Record
     else
              write    PY-Position-Record
     end-if.
     go       to ba005-Get-Key.
*>
 ba000-Exit.  exit section.
*>
 ca000-Vacancy-Report        section.
*>**********************************
*>
*> Positions into the table in key order, then one pass of the
*> employees still on the books (A or L) adding each one's FTE to
*> the position held. A closed position is authorized nothing, so
*> anyone left in it shows as over-hire.
*>
     move     zero to WS-Ps-Count WS-Cnt-No-Pos WS-Cnt-Bad-Pos.
     move     "N"  to WS-Ps-Full-Shown.
     move     low-values to Pos-Key.
     start    PY-Position-File key not < Pos-Key
              invalid key
                       display  PY422    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ca000-Exit
     end-start.
     perform  forever
              read     PY-Position-File next record at end
                       exit perform
              end-read
              if       PY-Pos-Status not = "00"
                       exit perform
              end-if
              if       WS-Ps-Count = 3000
                       if       WS-Ps-Full-Shown not = "Y"
                                move     "Y" to WS-Ps-Full-Shown
                                display  PY423 at line WS-22-Lines col 1 foreground-color 4 erase eol
                       end-if
                       exit perform
              end-if
              add      1 to WS-Ps-Count
              move     Pos-Dept       to WS-Ps-Dept   (WS-Ps-Count)
              move     Pos-No         to WS-Ps-No     (WS-Ps-Count)
              move     Pos-Title      to WS-Ps-Title  (WS-Ps-Count)
              move     Pos-Grade      to WS-Ps-Grade  (WS-Ps-Count)
              move     Pos-Status     to WS-Ps-Status (WS-Ps-Count)
              move     Pos-Auth-FTE   to WS-Ps-Auth   (WS-Ps-Count)
              move     zero           to WS-Ps-Filled (WS-Ps-Count)
              move     Pos-Bud-Rate   to WS-Ps-Rate   (WS-Ps-Count)
              move     Pos-Rate-Basis to WS-Ps-Basis  (WS-Ps-Count)
     end-perform.
     if       WS-Ps-Count = zero
              display  PY422    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca000-Exit.
     perform  varying WS-Ps-Sub from WS-Ps-Count by 1
                      until WS-Ps-Sub not < 3000
              move     high-values to WS-Ps-Key (WS-Ps-Sub + 1)
     end-perform.
*>
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to ca010-Print
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-Status not = "A" and not = "L"
                       exit perform cycle
              end-if
              if       Emp-Position = zero
                       add      1 to WS-Cnt-No-Pos
                       exit perform cycle
              end-if
              move     Emp-Dept     to WS-Find-Dept
              move     Emp-Position to WS-Find-No
              search   all WS-Ps-Entry
                       at end
                                add      1 to WS-Cnt-Bad-Pos
                       when     WS-Ps-Key (PX) = WS-Find-Key
                                if       Emp-FTE = zero
                                         add      1       to WS-Ps-Filled (PX)
                                else
                                         add      Emp-FTE to WS-Ps-Filled (PX)
                                end-if
              end-search
     end-perform.
*>
 ca010-Print.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Vacancy-Report.
     perform  varying WS-Ps-Sub from 1 by 1 until WS-Ps-Sub > WS-Ps-Count
              perform  ca020-Line
     end-perform.
     terminate Vacancy-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs.  *> report repository
*>
 ca000-Exit.  exit section.
*>
 ca020-Line                  section.
*>**********************************
*>
*> One position - vacancy dollars are the unfilled FTE at the
*> budgeted annual cost of one FTE, a twelfth of it for the month.
*>
     move     WS-Ps-Dept (WS-Ps-Sub) to WS-Rg-Dept.
     move     spaces to WS-Rg-Dept-Name.
     if       WS-Dpt-Open = "Y"
              move     WS-Rg-Dept to Dpt-Code
              read     PY-Dept-File key Dpt-Code
                       invalid key
                                move "(not on department file)" to Dpt-Name
              end-read
              move     Dpt-Name to WS-Rg-Dept-Name
     end-if.
     if       WS-Ps-Status (WS-Ps-Sub) = "C"
              move     zero to WS-Rg-Auth
     else
              move     WS-Ps-Auth (WS-Ps-Sub) to WS-Rg-Auth
     end-if.
     move     WS-Ps-Filled (WS-Ps-Sub) to WS-Rg-Filled.
     move     zero to WS-Rg-Vacant WS-Rg-Over WS-Rg-Vac-Dol.
     move     spaces to WS-Rg-Note.
     if       WS-Rg-Filled < WS-Rg-Auth
              compute  WS-Rg-Vacant = WS-Rg-Auth - WS-Rg-Filled
              move     "VACANT"    to WS-Rg-Note
     end-if.
     if       WS-Rg-Filled > WS-Rg-Auth
              compute  WS-Rg-Over = WS-Rg-Filled - WS-Rg-Auth
              move     "OVER-HIRE" to WS-Rg-Note
     end-if.
     if       WS-Ps-Basis (WS-Ps-Sub) = "H"
              compute  WS-Rg-Annual = WS-Ps-Rate (WS-Ps-Sub) * 2080
     else
              move     WS-Ps-Rate (WS-Ps-Sub) to WS-Rg-Annual
     end-if.
     compute  WS-Rg-Vac-Dol rounded = WS-Rg-Vacant * WS-Rg-Annual / 12.
     generate Vacancy-Detail.
*>
 ca020-Exit.  exit section.
