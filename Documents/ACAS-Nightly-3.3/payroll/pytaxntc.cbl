       >>source free
*>****************************************************************
*>       Tax Agency Notice / Penalty Correspondence Log           *
*>          Maintenance and Quarterly Penalty Report              *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pytaxntc.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Maintains PY-Notice-File (pyntc.dat) - the log of
*>                      IRS CP notices, state penalty assessments, SUI
*>                      rate notices and local collector letters that
*>                      used to sit in the inbox until the reply date
*>                      had gone. Each notice carries agency, notice
*>                      type, tax form and period, amount assessed,
*>                      response due date, the operator it is assigned
*>                      to, status, resolution, and the amounts paid
*>                      and abated with their dates.
*>
*>                      Functions: Add (next notice number assigned),
*>                      Change, Delete, Inquire - which offers the
*>                      as-filed snapshot (pyamend) and the federal
*>                      deposits made (pydeplog) for the notice's
*>                      year / quarter, so the analyst sees what was
*>                      filed and paid - plus P, the quarterly report
*>                      of penalties paid and abated, printed to the
*>                      spool. Open notices due within ten days are
*>                      listed by py000 at start of day. Same prompt
*>                      plan as pyloan.
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
*>                      pyntc.   Tax Agency Notice Log - I-O.
*>                      pyfil.   As-Filed Snapshots.
*>                      pydep.   Federal Tax Deposit Ledger.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY435 - 440.
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
 copy "selpyntc.cob".
 copy "selpyfil.cob".
 copy "selpydep.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyntc.cob".
 copy "fdpyfil.cob".
 copy "fdpydep.cob".
*>
 fd  Print-File
     reports are Penalty-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pytaxntc (1.0.00)".  *> First release pre testing.
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
     03  PY-Ntc-Status       pic xx.
     03  PY-Fil-Status       pic xx.
     03  PY-Dep-Status       pic xx.
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
     03  WS-Key-No           pic 9(6)     value zero.
     03  WS-Assessed         pic 9(7)v99  value zero.
     03  WS-Paid             pic 9(7)v99  value zero.
     03  WS-Abated           pic 9(7)v99  value zero.
     03  WS-Line             pic 99       value zero.
*>
*> As-filed / deposit display
*>
     03  WS-Lk-Type          pic x        value space.  *> W = W-2 records, Q = 941 quarter
     03  WS-Lk-Cnt           pic 9(5)     value zero.
     03  WS-Lk-Wages         pic 9(9)v99  comp-3 value zero.
     03  WS-Lk-FWT           pic 9(9)v99  comp-3 value zero.
     03  WS-Lk-Fica-Wages    pic 9(9)v99  comp-3 value zero.
     03  WS-Lk-Fica-Tax      pic 9(9)v99  comp-3 value zero.
     03  WS-Lk-SWT           pic 9(9)v99  comp-3 value zero.
     03  WS-Lk-Dep-Total     pic 9(9)v99  comp-3 value zero.
     03  WS-Lk-Disp          pic zzz,zzz,zz9.99.
     03  WS-Lk-Cnt-Disp      pic zzzz9.
*>
*> Quarterly penalty report
*>
     03  WS-Rp-Year          pic 9(4)     value zero.
     03  WS-Rp-Qtr           pic 9        value zero.
     03  WS-Rp-From          pic 9(8)     value zero.
     03  WS-Rp-To            pic 9(8)     value zero.
     03  WS-Rl-Paid          pic 9(7)v99  comp-3 value zero.
     03  WS-Rl-Abated        pic 9(7)v99  comp-3 value zero.
     03  WS-Rl-Period        pic x(7)     value spaces.
     03  WS-Rec-Cnt          pic 9(5)     value zero.
     03  WS-Tot-Paid         pic 9(8)v99  comp-3 value zero.
     03  WS-Tot-Abated       pic 9(8)v99  comp-3 value zero.
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
     03  PY435           pic x(40) value "PY435 No notice on file with that number".
     03  PY436           pic x(36) value "PY436 Agency level must be F, S or L".
     03  PY437           pic x(39) value "PY437 Date is not a valid ccyymmdd date".
     03  PY438           pic x(27) value "PY438 Quarter must be 0 - 4".
     03  PY439           pic x(41) value "PY439 Only a Closed notice may be deleted".
     03  PY440           pic x(30) value "PY440 Status must be O, R or C".
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
 RD  Penalty-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Pen-Head  Type Page Heading.
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
         05  col  35     pic x(41)   value "Tax Agency Penalties Paid and Abated for".
         05  col  77     pic 9(4)    source WS-Rp-Year.
         05  col  82     pic x       value "Q".
         05  col  83     pic 9       source WS-Rp-Qtr.
     03  line  4.
         05  col   1                 value "Notice L Agency               Type       Form  Period       Assessed   Paid Qtr  Paid On   Abated Qtr  Abated   Operator St".
*>
 01  Pen-Detail-Line type is detail.
     03  line + 1.
         05  col   1     pic z(5)9         source Ntc-No.
         05  col   8     pic x             source Ntc-Agency-Level.
         05  col  10     pic x(20)         source Ntc-Agency.
         05  col  31     pic x(10)         source Ntc-Type.
         05  col  42     pic x(5)          source Ntc-Form.
         05  col  48     pic x(7)          source WS-Rl-Period.
         05  col  56     pic z,zzz,zz9.99  source Ntc-Assessed.
         05  col  69     pic z,zzz,zz9.99  source WS-Rl-Paid.
         05  col  82     pic z(7)9         source Ntc-Paid-Date blank when zero.
         05  col  91     pic z,zzz,zz9.99  source WS-Rl-Abated.
         05  col 104     pic z(7)9         source Ntc-Abate-Date blank when zero.
         05  col 113     pic x(8)          source Ntc-Operator.
         05  col 122     pic x             source Ntc-Status.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(26)     value "Notices with money moved :".
         05  col 28          pic zzzz9     source WS-Rec-Cnt.
     03  line + 1.
         05  col  1          pic x(26)     value "Penalties paid in quarter:".
         05  col 28          pic zz,zzz,zz9.99 source WS-Tot-Paid.
     03  line + 1.
         05  col  1          pic x(26)     value "Penalties abated         :".
         05  col 28          pic zz,zzz,zz9.99 source WS-Tot-Abated.
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
     display  "Tax Agency Notice Log" at 0125 with foreground-color 2.
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
     open     i-o PY-Notice-File.
     if       PY-Ntc-Status = "35"        *> first ever use
              open     output PY-Notice-File
              close    PY-Notice-File
              open     i-o PY-Notice-File
     end-if.
*>
     perform  ab010-Maintain until WS-All-Done.
*>
     close    PY-Notice-File.
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
     display  "Tax Agency Notice Log"                    at line 1 col 1 with erase eos.
     display  "A = Add, C = Change, D = Delete, I = Inquire, P = Quarterly penalty report,"
                                                         at line 3 col 1.
     display  "Q = Quit [ ]"                             at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 11 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     if       WS-Function = "P"
              perform  ca000-Penalty-Report
              go to    ab010-Exit.
     if       WS-Function not = "A" and not = "C" and not = "D" and not = "I"
              go to    ab010-Exit.
*>
     if       WS-Function = "A"
              perform  ab020-Next-No
     else
              display  "Notice number      [      ]"  at line 6 col 1
              move     zero to WS-Key-No
              accept   WS-Key-No at line 6 col 21 with UPDATE
              move     WS-Key-No to Ntc-No
              read     PY-Notice-File key Ntc-No
                       invalid key
                                display  PY435 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ab010-Exit
              end-read
     end-if.
*>
     if       WS-Function = "D"
              perform  ab030-Show-Notice
              if       not Ntc-Stat-Closed
                       display  PY439 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       go to    ab010-Exit
              end-if
              display  "Delete this notice (Y/N) [ ]" at line WS-22-Lines col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line WS-22-Lines col 27 with UPPER
              if       WS-Reply = "Y"
                       delete   PY-Notice-File record
              end-if
              go to    ab010-Exit.
*>
     if       WS-Function = "I"
              perform  ab030-Show-Notice
              display  "Show what was filed and deposited (Y/N) [ ]" at line WS-22-Lines col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line WS-22-Lines col 42 with UPPER
              if       WS-Reply = "Y"
                       perform  ab040-Show-Filed-Paid
              end-if
              go to    ab010-Exit.
*>
*> Add / Change
*>
     move     Ntc-Assessed to WS-Assessed.
     move     Ntc-Paid     to WS-Paid.
     move     Ntc-Abated   to WS-Abated.
     display  "Agency level F/S/L       [ ]"                  at line  8 col 1.
     accept   Ntc-Agency-Level at line  8 col 27 with UPPER UPDATE.
     if       not Ntc-Federal and not Ntc-State and not Ntc-Local
              display  PY436 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     display  "Agency                   [                    ]" at line  9 col 1.
     accept   Ntc-Agency   at line  9 col 27 with UPDATE.
     display  "Notice type              [          ]"           at line 10 col 1.
     accept   Ntc-Type     at line 10 col 27 with UPPER UPDATE.
     display  "Tax form                 [     ]"                at line 11 col 1.
     accept   Ntc-Form     at line 11 col 27 with UPPER UPDATE.
     display  "Tax year / quarter       [    ] [ ]  0 = year"   at line 12 col 1.
     accept   Ntc-Tax-Year at line 12 col 27 with UPDATE.
     accept   Ntc-Tax-Qtr  at line 12 col 34 with UPDATE.
     if       Ntc-Tax-Qtr > 4
              display  PY438 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     display  "Received (ccyymmdd)      [        ]"             at line 13 col 1.
     accept   Ntc-Received at line 13 col 27 with UPDATE.
     display  "Response due (ccyymmdd)  [        ]"             at line 14 col 1.
     accept   Ntc-Due-Date at line 14 col 27 with UPDATE.
     if       TEST-DATE-YYYYMMDD (Ntc-Received) not = zero
        or    TEST-DATE-YYYYMMDD (Ntc-Due-Date) not = zero
              display  PY437 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     display  "Amount assessed          [          ]"           at line 15 col 1.
     accept   WS-Assessed  at line 15 col 27 with UPDATE.
     display  "Assigned to operator     [        ]"             at line 16 col 1.
     accept   Ntc-Operator at line 16 col 27 with UPDATE.
     display  "Paid / on (ccyymmdd)     [          ] [        ]" at line 17 col 1.
     accept   WS-Paid      at line 17 col 27 with UPDATE.
     accept   Ntc-Paid-Date at line 17 col 40 with UPDATE.
     display  "Abated / on (ccyymmdd)   [          ] [        ]" at line 18 col 1.
     accept   WS-Abated    at line 18 col 27 with UPDATE.
     accept   Ntc-Abate-Date at line 18 col 40 with UPDATE.
     if       (Ntc-Paid-Date not = zero
          and  TEST-DATE-YYYYMMDD (Ntc-Paid-Date) not = zero)
        or    (Ntc-Abate-Date not = zero
          and  TEST-DATE-YYYYMMDD (Ntc-Abate-Date) not = zero)
              display  PY437 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     display  "Status O/R/C             [ ]  Open, Responded, Closed" at line 19 col 1.
     accept   Ntc-Status   at line 19 col 27 with UPPER UPDATE.
     if       not Ntc-Stat-Open and not Ntc-Stat-Responded and not Ntc-Stat-Closed
              display  PY440 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab010-Exit.
     display  "Resolution               [                              ]" at line 20 col 1.
     accept   Ntc-Resolution at line 20 col 27 with UPDATE.
     move     WS-Assessed to Ntc-Assessed.
     move     WS-Paid     to Ntc-Paid.
     move     WS-Abated   to Ntc-Abated.
*>
     display  "Write this notice (Y/N) [ ]" at line WS-22-Lines col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line WS-22-Lines col 26 with UPPER.
     if       WS-Reply not = "Y"
              go to    ab010-Exit.
     if       WS-Function = "A"
              write    PY-Notice-Record
                       invalid key
                                rewrite PY-Notice-Record
              end-write
     else
              rewrite  PY-Notice-Record.
*>
 ab010-Exit.  exit section.
*>
 ab020-Next-No               section.
*>**********************************
*>
*> The next free notice number - highest on file plus 1, the notice
*> assigned to the operator entering it until changed.
*>
     move     zero to WS-Key-No.
     move     zero to Ntc-No.
     start    PY-Notice-File key not < Ntc-No
              invalid key
                       continue
              not invalid key
                       perform  forever
                                read     PY-Notice-File next record at end
                                         exit perform
                                end-read
                                if       PY-Ntc-Status not = "00"
                                         exit perform
                                end-if
                                move     Ntc-No to WS-Key-No
                       end-perform
     end-start.
     add      1 to WS-Key-No.
     initialize PY-Notice-Record.
     move     WS-Key-No  to Ntc-No.
     move     "O"        to Ntc-Status.
     move     "F"        to Ntc-Agency-Level.
     move     WSE-Date-9 to Ntc-Received.
     move     WS-CD-Args (1:8) to Ntc-Operator.
     display  "Notice number      [      ]" at line 6 col 1.
     display  WS-Key-No   at line 6 col 21.
*>
 ab020-Exit.  exit section.
*>
 ab030-Show-Notice           section.
*>**********************************
*>
     move     Ntc-Assessed to WS-Assessed.
     move     Ntc-Paid     to WS-Paid.
     move     Ntc-Abated   to WS-Abated.
     display  "Agency           : " at line  8 col 1.
     display  Ntc-Agency-Level     at line  8 col 21.
     display  Ntc-Agency           at line  8 col 23.
     display  "Notice type      : " at line  9 col 1.
     display  Ntc-Type             at line  9 col 21.
     display  "Form / period    : " at line 10 col 1.
     display  Ntc-Form             at line 10 col 21.
     display  Ntc-Tax-Year         at line 10 col 27.
     display  "Q"                  at line 10 col 32.
     display  Ntc-Tax-Qtr          at line 10 col 33.
     display  "Received         : " at line 11 col 1.
     display  Ntc-Received         at line 11 col 21.
     display  "Response due     : " at line 12 col 1.
     display  Ntc-Due-Date         at line 12 col 21.
     display  "Assessed         : " at line 13 col 1.
     display  WS-Assessed          at line 13 col 21.
     display  "Assigned to      : " at line 14 col 1.
     display  Ntc-Operator         at line 14 col 21.
     display  "Paid / on        : " at line 15 col 1.
     display  WS-Paid              at line 15 col 21.
     display  Ntc-Paid-Date        at line 15 col 32.
     display  "Abated / on      : " at line 16 col 1.
     display  WS-Abated            at line 16 col 21.
     display  Ntc-Abate-Date       at line 16 col 32.
     display  "Status           : " at line 17 col 1.
     display  Ntc-Status           at line 17 col 21.
     display  "Resolution       : " at line 18 col 1.
     display  Ntc-Resolution       at line 18 col 21.
*>
 ab030-Exit.  exit section.
*>
 ab040-Show-Filed-Paid       section.
*>**********************************
*>
*> What was filed and paid for the notice's period - the as-filed
*> snapshot pyamend took (the employee W-2 records summed for a W-2
*> notice, else the 941 quarter record or all four for a year) and
*> the deposits pydeplog logged against that year / quarter. Either
*> file not on disk yet shows nothing.
*>
     display  "Notice"            at line 6 col 1 with erase eos.
     display  Ntc-No              at line 6 col 8.
     display  Ntc-Form            at line 6 col 15.
     display  Ntc-Tax-Year        at line 6 col 21.
     display  "Q"                 at line 6 col 26.
     display  Ntc-Tax-Qtr         at line 6 col 27.
     move     zero to WS-Lk-Cnt WS-Lk-Wages WS-Lk-FWT WS-Lk-Fica-Wages
                      WS-Lk-Fica-Tax WS-Lk-SWT WS-Lk-Dep-Total.
*>
     open     input PY-Filed-Snap-File.
     if       PY-Fil-Status not = "00"
              display  "No as-filed snapshots on file (pyamend)" at line 8 col 1
              go to    ab040-Deposits.
     if       Ntc-Form (1:1) = "W"
              move     "W"  to WS-Lk-Type
              move     zero to Fil-Qtr
     else
              move     "Q"  to WS-Lk-Type
              move     Ntc-Tax-Qtr to Fil-Qtr
     end-if.
     move     WS-Lk-Type   to Fil-Type.
     move     Ntc-Tax-Year to Fil-Year.
     move     zero         to Fil-Emp-No.
     start    PY-Filed-Snap-File key not < Fil-Key
              invalid key
                       go to ab040-Snap-Done
     end-start.
     perform  forever
              read     PY-Filed-Snap-File next record at end
                       exit perform
              end-read
              if       PY-Fil-Status not = "00"
                 or    Fil-Type not = WS-Lk-Type
                 or    Fil-Year not = Ntc-Tax-Year
                       exit perform
              end-if
              if       Fil-Type = "Q"
                 and   Ntc-Tax-Qtr not = zero
                 and   Fil-Qtr not = Ntc-Tax-Qtr
                       exit perform
              end-if
              add      1              to WS-Lk-Cnt
              add      Fil-Wages      to WS-Lk-Wages
              add      Fil-FWT        to WS-Lk-FWT
              add      Fil-Fica-Wages to WS-Lk-Fica-Wages
              add      Fil-Fica-Tax   to WS-Lk-Fica-Tax
              add      Fil-SWT        to WS-Lk-SWT
     end-perform.
*>
 ab040-Snap-Done.
     close    PY-Filed-Snap-File.
     move     WS-Lk-Cnt to WS-Lk-Cnt-Disp.
     display  "As filed - records  :" at line  8 col 1.
     display  WS-Lk-Cnt-Disp          at line  8 col 33.
     move     WS-Lk-Wages to WS-Lk-Disp.
     display  "  Wages              :" at line  9 col 1.
     display  WS-Lk-Disp              at line  9 col 24.
     move     WS-Lk-FWT to WS-Lk-Disp.
     display  "  Federal withholding:" at line 10 col 1.
     display  WS-Lk-Disp              at line 10 col 24.
     move     WS-Lk-Fica-Wages to WS-Lk-Disp.
     display  "  FICA wages         :" at line 11 col 1.
     display  WS-Lk-Disp              at line 11 col 24.
     move     WS-Lk-Fica-Tax to WS-Lk-Disp.
     display  "  FICA tax           :" at line 12 col 1.
     display  WS-Lk-Disp              at line 12 col 24.
     move     WS-Lk-SWT to WS-Lk-Disp.
     display  "  State withholding  :" at line 13 col 1.
     display  WS-Lk-Disp              at line 13 col 24.
*>
 ab040-Deposits.
*>
*> Federal deposits only - pydeplog keeps no state or local ledger.
*>
     open     input PY-Deposit-File.
     if       PY-Dep-Status not = "00"
              display  "No deposit ledger on file (pydeplog)" at line 15 col 1
              go to    ab040-Wait.
     display  "Federal deposits made for the period:" at line 15 col 1.
     move     15 to WS-Line.
     move     low-values to Dep-Key.
     start    PY-Deposit-File key not < Dep-Key
              invalid key
                       go to ab040-Dep-Done
     end-start.
     perform  forever
              read     PY-Deposit-File next record at end
                       exit perform
              end-read
              if       PY-Dep-Status not = "00"
                       exit perform
              end-if
              if       Dep-Year not = Ntc-Tax-Year
                 or    (Ntc-Tax-Qtr not = zero
                   and  Dep-Quarter not = Ntc-Tax-Qtr)
                       exit perform cycle
              end-if
              add      Dep-Amount to WS-Lk-Dep-Total
              if       WS-Line < WS-22-Lines - 2
                       add      1 to WS-Line
                       move     Dep-Amount to WS-Lk-Disp
                       display  Dep-Date         at line WS-Line col 3
                       display  WS-Lk-Disp       at line WS-Line col 13
                       display  Dep-Confirmation at line WS-Line col 29
              end-if
     end-perform.
*>
 ab040-Dep-Done.
     close    PY-Deposit-File.
     add      1 to WS-Line.
     move     WS-Lk-Dep-Total to WS-Lk-Disp.
     display  "Total deposited      :" at line WS-Line col 1.
     display  WS-Lk-Disp              at line WS-Line col 24.
*>
 ab040-Wait.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 ab040-Exit.  exit section.
*>
 ca000-Penalty-Report        section.
*>**********************************
*>
*> Every notice with a payment or an abatement dated in the chosen
*> quarter - the amounts outside the quarter print as zero so each
*> figure is counted in one quarter only.
*>
     display  "Report year / quarter    [    ] [ ]" at line 6 col 1 with erase eos.
     move     WSE-Year to WS-Rp-Year.
     move     zero     to WS-Rp-Qtr.
     accept   WS-Rp-Year at line 6 col 27 with UPDATE.
     accept   WS-Rp-Qtr  at line 6 col 34 with UPDATE.
     if       WS-Rp-Qtr < 1 or > 4
              display  PY438 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ca000-Exit.
     compute  WS-Rp-From = WS-Rp-Year * 10000
                         + ((WS-Rp-Qtr - 1) * 3 + 1) * 100 + 1.
     compute  WS-Rp-To   = WS-Rp-Year * 10000
                         + (WS-Rp-Qtr * 3) * 100 + 31.
*>
     move     zero to WS-Rec-Cnt WS-Tot-Paid WS-Tot-Abated.
     open     output Print-File.
     initiate Penalty-Report.
     move     zero to Ntc-No.
     start    PY-Notice-File key not < Ntc-No
              invalid key
                       go to ca000-Wrap
     end-start.
     perform  forever
              read     PY-Notice-File next record at end
                       exit perform
              end-read
              if       PY-Ntc-Status not = "00"
                       exit perform
              end-if
              move     zero to WS-Rl-Paid WS-Rl-Abated
              if       Ntc-Paid-Date not < WS-Rp-From
                 and   Ntc-Paid-Date not > WS-Rp-To
                       move     Ntc-Paid to WS-Rl-Paid
              end-if
              if       Ntc-Abate-Date not < WS-Rp-From
                 and   Ntc-Abate-Date not > WS-Rp-To
                       move     Ntc-Abated to WS-Rl-Abated
              end-if
              if       WS-Rl-Paid = zero and WS-Rl-Abated = zero
                       exit perform cycle
              end-if
              move     spaces to WS-Rl-Period
              move     Ntc-Tax-Year to WS-Rl-Period (1:4)
              if       Ntc-Tax-Qtr not = zero
                       move     " Q"        to WS-Rl-Period (5:2)
                       move     Ntc-Tax-Qtr to WS-Rl-Period (7:1)
              end-if
              add      1            to WS-Rec-Cnt
              add      WS-Rl-Paid   to WS-Tot-Paid
              add      WS-Rl-Abated to WS-Tot-Abated
              generate Pen-Detail-Line
     end-perform.
*>
 ca000-Wrap.
     terminate Penalty-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
 ca000-Exit.  exit section.
