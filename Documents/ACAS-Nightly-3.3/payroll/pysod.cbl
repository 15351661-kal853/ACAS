       >>source free
*>****************************************************************
*>        Segregation Of Duties - Conflict Matrix, Pay Cycle      *
*>                Conflict Report & Quarterly Summary             *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pysod.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Finds operators who performed two duties in a
*>                      pay cycle that should be done by different
*>                      people - a bank account change then building
*>                      the ACH file, keying (importing) the hours
*>                      then applying them, adding an employee then
*>                      approving their first time card.
*>
*>                      The duties come from the logs already kept:
*>                      the change audit file (py010, pyrtchg), the
*>                      security log (sign-on events, parameter and
*>                      user maintenance, voids, and the RS pay-run
*>                      step stamps pyrunctl writes), the time card
*>                      approvals (pytcappr) and the run-control file,
*>                      which gives each pay cycle its window - after
*>                      the last stamp of the previous run up to the
*>                      last stamp of this one once all seven steps
*>                      have finished, else up to the next run's
*>                      start or now. Run steps count to the cycle of
*>                      the run id they stamped.
*>
*>                      Which pairs conflict is the matrix on
*>                      PY-Sod-File (wspysod.cob) - seeded with the
*>                      usual pairs the first time and kept by Admin.
*>
*>                      Functions:
*>                      M - Maintain the conflict matrix. Admin only,
*>                          each change is logged as a PC security
*>                          event.
*>                      C - Conflict report for one pay run: each
*>                          conflict with the employee, operator and
*>                          the time each duty was done.
*>                      Q - Quarterly summary for the auditors: every
*>                          run begun in the quarter, its conflicts,
*>                          and the count by rule and operator.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyseclog - security event log.
*>                      pyrcapt  - report repository.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, INTEGER-OF-DATE, DATE-OF-INTEGER.
*>    Files used :
*>                      pysod.   Segregation Of Duties Matrix - I-O.
*>                      pyrunc.  Pay-Run Pipeline Control - Input.
*>                      pyaud.   Change Audit - Input.
*>                      pysec.   Security Events - Input.
*>                      pyhap.   Timecard Approvals - Input.
*>
*>    Error messages used.
*> System wide:
*>                      SY010, 13 & 15.
*> Program specific:
*>                      PY462 - 467.
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
 copy "selpysod.cob".
 copy "selpyrunc.cob".
 copy "selpyaud.cob".
 copy "selpysec.cob".
 copy "selpyhap.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpysod.cob".
 copy "fdpyrunc.cob".
 copy "fdpyaud.cob".
 copy "fdpysec.cob".
 copy "fdpyhap.cob".
*>
 fd  Print-File
     reports are Conflict-Report
                 Summary-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pysod (1.0.00)".  *> First release pre testing.
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
 copy "wspyslq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-Sod-Status       pic xx.
     03  PY-Runc-Status      pic xx.
     03  PY-Aud-Status       pic xx.
     03  PY-Sec-Status       pic xx.
     03  PY-Hap-Status       pic xx.
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
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Today            pic 9(8)     value zero.
*>
*> Matrix maintenance
*>
     03  WS-Duty-A           pic x(4)     value spaces.
     03  WS-Duty-B           pic x(4)     value spaces.
     03  WS-Duty-Ok          pic x        value "N".
     03  WS-New-Rule         pic x        value "N".
     03  WS-Line             pic 99       value zero.
*>
*> Cycle windows - stamps are ccyymmddhhmmss.
*>
     03  WS-Mode             pic x        value space.     *> C = cycle report, Q = quarterly
     03  WS-Run-Id           pic 9(6)     value zero.
     03  WS-Win-Start        pic 9(14)    value zero.
     03  filler  redefines WS-Win-Start.
         05  WS-Win-Start-Date  pic 9(8).
         05  WS-Win-Start-Time  pic 9(6).
     03  WS-Win-End          pic 9(14)    value zero.
     03  WS-Win-Open         pic x        value "N".        *> Y = run not finished
     03  WS-Look-Stamp       pic 9(14)    value zero.
     03  WS-Latest           pic 9(14)    value zero.
     03  WS-Begin            pic 9(14)    value zero.
     03  WS-Stamp            pic 9(14)    value zero.
     03  WS-All-Fin          pic x        value "N".
     03  WS-Found            pic x        value "N".
     03  WS-Max-Look         pic 9(3)     value zero.
     03  WS-Look-Date        pic 9(8)     value zero.
     03  WS-Days             binary-long  value zero.
     03  WS-Load-From        pic 9(14)    value zero.
     03  WS-Run-Lo           pic 9(6)     value zero.
     03  WS-Run-Hi           pic 9(6)     value zero.
     03  WS-Ev-Run-X         pic x(6)     value spaces.
     03  WS-Ev-Run-No        pic 9(6)     value zero.
     03  WS-In-Cycle         pic x        value "N".
*>
*> Quarter
*>
     03  WS-Q-Year           pic 9(4)     value zero.
     03  WS-Q-No             pic 9        value zero.
     03  WS-Q-From           pic 9(8)     value zero.
     03  WS-Q-To             pic 9(8)     value zero.
*>
*> Counters and subscripts
*>
     03  A                   binary-long  value zero.
     03  I                   binary-long  value zero.
     03  J                   binary-long  value zero.
     03  R                   binary-long  value zero.
     03  Q                   binary-long  value zero.
     03  WS-Cnt-Run-Conf     pic 9(5)     value zero.
     03  WS-Cnt-Conflicts    pic 9(6)     value zero.
     03  WS-Cnt-Runs         pic 9(4)     value zero.
     03  WS-Ev-Overflow      pic x        value "N".
*>
*> The conflict being printed.
*>
 01  WS-Conflict.
     03  WS-Cf-Rule          pic x(9)     value spaces.
     03  WS-Cf-Oper          pic x(8)     value spaces.
     03  WS-Cf-Emp           pic 9(7)     value zero.
     03  WS-Cf-Duty-A        pic x(4)     value spaces.
     03  WS-Cf-Stamp-A       pic 9(14)    value zero.
     03  filler  redefines WS-Cf-Stamp-A.
         05  WS-Cf-Date-A    pic 9(8).
         05  WS-Cf-Time-A    pic 9(6).
     03  WS-Cf-Duty-B        pic x(4)     value spaces.
     03  WS-Cf-Stamp-B       pic 9(14)    value zero.
     03  filler  redefines WS-Cf-Stamp-B.
         05  WS-Cf-Date-B    pic 9(8).
         05  WS-Cf-Time-B    pic 9(6).
     03  WS-Cf-Desc          pic x(40)    value spaces.
*>
*> Window shown on the report headings.
*>
 01  WS-Window.
     03  WS-Wh-Start         pic 9(14)    value zero.
     03  filler  redefines WS-Wh-Start.
         05  WS-Wh-Start-Date  pic 9(8).
         05  WS-Wh-Start-Time  pic 9(6).
     03  WS-Wh-End           pic 9(14)    value zero.
     03  filler  redefines WS-Wh-End.
         05  WS-Wh-End-Date    pic 9(8).
         05  WS-Wh-End-Time    pic 9(6).
*>
*> The duty codes the logs yield - anything else is refused in the
*> matrix.
*>
 01  WS-Duty-Values.
     03  filler  pic x(34)  value "BANKDirect deposit account changed".
     03  filler  pic x(34)  value "RATEPay rate changed              ".
     03  filler  pic x(34)  value "PMTHPay method changed            ".
     03  filler  pic x(34)  value "STATEmployee status changed       ".
     03  filler  pic x(34)  value "HIREEmployee added                ".
     03  filler  pic x(34)  value "APPRTime card approved            ".
     03  filler  pic x(34)  value "ST1 Run step 1 - hours import     ".
     03  filler  pic x(34)  value "ST2 Run step 2 - hours list       ".
     03  filler  pic x(34)  value "ST3 Run step 3 - proof            ".
     03  filler  pic x(34)  value "ST4 Run step 4 - apply            ".
     03  filler  pic x(34)  value "ST5 Run step 5 - register         ".
     03  filler  pic x(34)  value "ST6 Run step 6 - ACH file         ".
     03  filler  pic x(34)  value "ST7 Run step 7 - distribution     ".
     03  filler  pic x(34)  value "PC  Parameter change              ".
     03  filler  pic x(34)  value "UM  User maintenance              ".
     03  filler  pic x(34)  value "VO  Void over threshold           ".
 01  filler  redefines WS-Duty-Values.
     03  WS-Duty-Entry               occurs 16.
         05  WS-Duty-Code    pic x(4).
         05  WS-Duty-Desc    pic x(30).
*>
*> Active rules, loaded from the matrix for a report.
*>
 01  WS-Rule-Table.
     03  WS-Rule-Count       binary-long  value zero.
     03  WS-Rule                          occurs 200.
         05  WS-Ru-Duty-A    pic x(4).
         05  WS-Ru-Duty-B    pic x(4).
         05  WS-Ru-Scope     pic x.
         05  WS-Ru-Lookback  pic 9(3).
         05  WS-Ru-Desc      pic x(40).
*>
*> Every logged duty in reach of the cycle(s) being reported.
*>
 01  WS-Event-Table.
     03  WS-Ev-Count         binary-long  value zero.
     03  WS-Ev-Max           binary-long  value 20000.
     03  WS-Ev                            occurs 20000.
         05  WS-Ev-Duty      pic x(4).
         05  WS-Ev-Emp       pic 9(7).
         05  WS-Ev-Oper      pic x(8).
         05  WS-Ev-Stamp     pic 9(14).
         05  WS-Ev-Run       pic 9(6).
*>
*> Quarterly - the runs begun in the quarter and the count of
*> conflicts by rule and operator.
*>
 01  WS-Qtr-Runs.
     03  WS-Qr-Count         binary-long  value zero.
     03  WS-Qr-Run           pic 9(6)     occurs 200.
*>
 01  WS-Sum-Table.
     03  WS-Sum-Count        binary-long  value zero.
     03  WS-Sum                           occurs 500.
         05  WS-Sm-Rule      binary-long.
         05  WS-Sm-Oper      pic x(8).
         05  WS-Sm-Conf      pic 9(5).
*>
 01  WS-Sum-Line.
     03  WS-Sl-Rule          pic x(9)     value spaces.
     03  WS-Sl-Desc          pic x(40)    value spaces.
     03  WS-Sl-Oper          pic x(8)     value spaces.
     03  WS-Sl-Conf          pic 9(5)     value zero.
*>
 01  Error-Messages.
*> System Wide
     03  SY010           pic x(46) value "SY010 Terminal program not set to length => 28".
     03  SY013           pic x(47) value "SY013 Terminal program not set to Columns => 80".
     03  SY015           pic x(56) value "SY015 Note message and Hit return to continue processing".
*>
*> Program specific
*>
     03  PY462           pic x(48) value "PY462 Matrix maintenance needs an Admin operator".
     03  PY463           pic x(62) value "PY463 Unknown duty code, or the same duty twice - see the list".
     03  PY464           pic x(44) value "PY464 No pay run with that id on run-control".
     03  PY465           pic x(38) value "PY465 Quarter must be 1 to 4 of a year".
     03  PY466           pic x(55) value "PY466 Event table full - later events were not examined".
     03  PY467           pic x(41) value "PY467 Scope must be E or R, active Y or N".
*>
 01  Error-Code          pic 999.
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
 RD  Conflict-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 7
     Last  Detail WS-Page-Lines.
*>
 01  Report-Cf-Head  Type Page Heading.
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
         05  col  42     pic x(41)   value "Segregation Of Duties Conflicts - Pay Run".
         05  col  84     pic z(5)9   source WS-Run-Id.
     03  line  4.
         05  col  42                 value "Cycle after".
         05  col  54     pic 9999/99/99  source WS-Wh-Start-Date.
         05  col  65     pic 99B99B99    source WS-Wh-Start-Time.
         05  col  74                 value "to".
         05  col  77     pic 9999/99/99  source WS-Wh-End-Date  present when WS-Win-Open = "N".
         05  col  88     pic 99B99B99    source WS-Wh-End-Time  present when WS-Win-Open = "N".
         05  col  77     pic x(18)   value "now - not finished" present when WS-Win-Open = "Y".
     03  line  6.
         05  col   1                 value "Rule      Operator  Employee  Duty  Done              Duty  Then Done         Conflict".
*>
 01  Cf-Detail-Line type is detail.
     03  line + 1.
         05  col   1     pic x(9)          source WS-Cf-Rule.
         05  col  11     pic x(8)          source WS-Cf-Oper.
         05  col  21     pic z(6)9         source WS-Cf-Emp blank when zero.
         05  col  31     pic x(4)          source WS-Cf-Duty-A.
         05  col  37     pic 9999/99/99    source WS-Cf-Date-A.
         05  col  48     pic 99B99B99      source WS-Cf-Time-A.
         05  col  55     pic x(4)          source WS-Cf-Duty-B.
         05  col  61     pic 9999/99/99    source WS-Cf-Date-B.
         05  col  72     pic 99B99B99      source WS-Cf-Time-B.
         05  col  79     pic x(40)         source WS-Cf-Desc.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(28)     value "Rules checked              :".
         05  col 30          pic zzzz9     source WS-Rule-Count.
     03  line + 1.
         05  col  1          pic x(28)     value "Logged duties examined     :".
         05  col 30          pic zzzz9     source WS-Ev-Count.
     03  line + 1.
         05  col  1          pic x(28)     value "Conflicts found            :".
         05  col 30          pic zzzz9     source WS-Cnt-Conflicts.
     03  line + 1     present when WS-Ev-Overflow = "Y".
         05  col  1          pic x(57)     source PY466.
*>
 RD  Summary-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Sum-Head  Type Page Heading.
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
         05  col  40     pic x(39)   value "Segregation Of Duties - Quarter Summary".
         05  col  80     pic 9(4)    source WS-Q-Year.
         05  col  85     pic x       value "Q".
         05  col  86     pic 9       source WS-Q-No.
*>
 01  Sum-Run-Head type is detail.
     03  line + 1.
         05  col   1                 value "Pay Run  Cycle After            To                    Conflicts".
*>
 01  Sum-Run-Line type is detail.
     03  line + 1.
         05  col   1     pic z(5)9         source WS-Run-Id.
         05  col  10     pic 9999/99/99    source WS-Wh-Start-Date.
         05  col  21     pic 99B99B99      source WS-Wh-Start-Time.
         05  col  31     pic 9999/99/99    source WS-Wh-End-Date  present when WS-Win-Open = "N".
         05  col  42     pic 99B99B99      source WS-Wh-End-Time  present when WS-Win-Open = "N".
         05  col  31     pic x(18)         value "now - not finished" present when WS-Win-Open = "Y".
         05  col  53     pic zzzz9         source WS-Cnt-Run-Conf.
*>
 01  Sum-Rule-Head type is detail.
     03  line + 2.
         05  col   1                 value "Rule      Conflict                                  Operator  Conflicts".
*>
 01  Sum-Rule-Line type is detail.
     03  line + 1.
         05  col   1     pic x(9)          source WS-Sl-Rule.
         05  col  11     pic x(40)         source WS-Sl-Desc.
         05  col  53     pic x(8)          source WS-Sl-Oper.
         05  col  63     pic zzzz9         source WS-Sl-Conf.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(28)     value "Pay runs in the quarter    :".
         05  col 30          pic zzzz9     source WS-Cnt-Runs.
     03  line + 1.
         05  col  1          pic x(28)     value "Rules checked              :".
         05  col 30          pic zzzz9     source WS-Rule-Count.
     03  line + 1.
         05  col  1          pic x(28)     value "Conflicts found            :".
         05  col 30          pic zzzz9     source WS-Cnt-Conflicts.
     03  line + 1     present when WS-Ev-Overflow = "Y".
         05  col  1          pic x(57)     source PY466.
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
     move     WSE-Date-9 to WS-Today.
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
*> Who is stamped - the signed-on operator id, else the user name.
*>
     if       WS-CD-Args (1:8) not = spaces
              move     WS-CD-Args (1:8) to WS-Operator
     else
              move     Usera            to WS-Operator.
*>
     open     i-o PY-Sod-File.
     if       PY-Sod-Status = "35"        *> first use - seed the usual pairs
              open     output PY-Sod-File
              close    PY-Sod-File
              open     i-o PY-Sod-File
              perform  zz010-Seed-Matrix
     end-if.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     close    PY-Sod-File.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ab010-Menu                  section.
*>**********************************
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Segregation Of Duties"                    at line 1 col 25 with foreground-color 2.
     display  "M = Matrix, C = Cycle conflicts, Q = Quarter summary, X = Exit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 65 with UPPER.
     if       WS-Function = "X" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when     "M"
                       perform  ba000-Maintain-Matrix
              when     "C"
                       perform  ca000-Cycle-Report
              when     "Q"
                       perform  da000-Quarter-Summary
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Maintain-Matrix       section.
*>**********************************
*>
*> Admin only - the matrix decides what the auditors get to see.
*>
     if       WS-CD-Args (9:1) not = "A"
              display  PY462 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
     perform  forever
              perform  ba010-Show-Matrix
              display  "Duty A [    ]  Duty B [    ]   (blank Duty A to leave)"
                                         at line WS-22-Lines col 1 with erase eol
              move     spaces to WS-Duty-A WS-Duty-B
              accept   WS-Duty-A at line WS-22-Lines col 9 with UPPER
              if       WS-Duty-A = spaces
                 or    COB-CRT-Status = COB-SCR-ESC
                       exit perform
              end-if
              accept   WS-Duty-B at line WS-22-Lines col 24 with UPPER
              perform  ba030-Check-Duties
              if       WS-Duty-Ok not = "Y"
                       display  PY463 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       exit perform cycle
              end-if
              perform  ba020-Edit-Rule
     end-perform.
*>
 ba000-Exit.  exit section.
*>
 ba010-Show-Matrix           section.
*>**********************************
*>
*> The rules on file, as many as the screen holds, then the duty codes.
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Segregation Of Duties - Conflict Matrix"  at line 1 col 25 with foreground-color 2.
     display  "Duty A Duty B Scope Days Active Conflict" at line 3 col 1.
     move     4 to WS-Line.
     move     low-values to Sod-Key.
     start    PY-Sod-File key not < Sod-Key
              invalid key
                       go to ba010-Duties
     end-start.
     perform  forever
              read     PY-Sod-File next record at end
                       exit perform
              end-read
              if       PY-Sod-Status not = "00"
                 or    WS-Line > 15
                       exit perform
              end-if
              display  Sod-Duty-A   at line WS-Line col 1
              display  Sod-Duty-B   at line WS-Line col 8
              display  Sod-Scope    at line WS-Line col 15
              display  Sod-Lookback at line WS-Line col 20
              display  Sod-Active   at line WS-Line col 26
              display  Sod-Desc     at line WS-Line col 33
              add      1 to WS-Line
     end-perform.
*>
 ba010-Duties.
     display  "Duties:" at line 17 col 1.
     move     18 to WS-Line.
     perform  varying A from 1 by 1 until A > 16
              if       A = 9
                       move     18 to WS-Line
              end-if
              if       A < 9
                       display  WS-Duty-Entry (A) at line WS-Line col 1
              else
                       display  WS-Duty-Entry (A) at line WS-Line col 40
              end-if
              add      1 to WS-Line
     end-perform.
*>
 ba010-Exit.  exit section.
*>
 ba020-Edit-Rule             section.
*>**********************************
*>
     move     WS-Duty-A to Sod-Duty-A.
     move     WS-Duty-B to Sod-Duty-B.
     move     "N"       to WS-New-Rule.
     read     PY-Sod-File key Sod-Key
              invalid key
                       move     "Y"    to WS-New-Rule
                       move     WS-Duty-A to Sod-Duty-A
                       move     WS-Duty-B to Sod-Duty-B
                       move     "R"    to Sod-Scope
                       move     zero   to Sod-Lookback
                       move     "Y"    to Sod-Active
                       move     spaces to Sod-Desc
     end-read.
     display  space at line 3 col 1 with erase eos.
     display  "Rule               : " at line  4 col 1.
     display  Sod-Duty-A             at line  4 col 22.
     display  "/"                    at line  4 col 26.
     display  Sod-Duty-B             at line  4 col 27.
     if       WS-New-Rule = "Y"
              display  "(new)"       at line  4 col 33 foreground-color 2.
     display  "Scope (E/R)        : [ ]   E = same employee, R = same pay cycle"
                                     at line  6 col 1.
     display  "Look back days     : [   ] scope E - how far before the cycle duty A may be"
                                     at line  7 col 1.
     display  "Active (Y/N)       : [ ]"  at line  8 col 1.
     display  "Conflict           : [                                        ]"
                                     at line  9 col 1.
     accept   Sod-Scope    at line  6 col 23 with UPDATE UPPER.
     accept   Sod-Lookback at line  7 col 23 with UPDATE.
     accept   Sod-Active   at line  8 col 23 with UPDATE UPPER.
     accept   Sod-Desc     at line  9 col 23 with UPDATE.
     if       (Sod-Scope not = "E" and not = "R")
        or    (Sod-Active not = "Y" and not = "N")
              display  PY467 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba020-Exit.
*>
     display  "S = Save, D = Delete, anything else leaves it [ ]" at line 11 col 1.
     move     space to WS-Reply.
     accept   WS-Reply at line 11 col 48 with UPPER.
     move     WS-Today    to Sod-Maint-Date.
     move     WS-Operator to Sod-Maint-By.
     evaluate true
              when     WS-Reply = "S" and WS-New-Rule = "Y"
                       write    PY-Sod-Record
                       move     "ADD" to Slq-Detail
              when     WS-Reply = "S"
                       rewrite  PY-Sod-Record
                       move     "CHG" to Slq-Detail
              when     WS-Reply = "D" and WS-New-Rule = "N"
                       delete   PY-Sod-File record
                       move     "DEL" to Slq-Detail
              when     other
                       go to    ba020-Exit
     end-evaluate.
*>
*> Every matrix change goes on the security log as a parameter change.
*>
     move     "SOD"      to Slq-Detail (5:3).
     move     Sod-Duty-A to Slq-Detail (9:4).
     move     "/"        to Slq-Detail (13:1).
     move     Sod-Duty-B to Slq-Detail (14:4).
     move     "PC"       to Slq-Event.
     move     WS-Operator to Slq-Operator.
     move     "pysod"    to Slq-Program.
     call     "pyseclog" using PY-Sec-Request File-Defs.
*>
 ba020-Exit.  exit section.
*>
 ba030-Check-Duties          section.
*>**********************************
*>
     move     "N" to WS-Duty-Ok.
     if       WS-Duty-A = WS-Duty-B
              go to    ba030-Exit.
     move     zero to I J.
     perform  varying A from 1 by 1 until A > 16
              if       WS-Duty-Code (A) = WS-Duty-A
                       move     A to I
              end-if
              if       WS-Duty-Code (A) = WS-Duty-B
                       move     A to J
              end-if
     end-perform.
     if       I not = zero and J not = zero
              move     "Y" to WS-Duty-Ok.
*>
 ba030-Exit.  exit section.
*>
 ca000-Cycle-Report          section.
*>**********************************
*>
*> One pay run - the latest on file offered.
*>
     move     "C" to WS-Mode.
     open     input PY-Run-Control-File.
     if       PY-Runc-Status not = "00"
              move     zero to WS-Run-Id
     else
              move     999999 to Runc-Run-Id
              start    PY-Run-Control-File key not > Runc-Run-Id
                       invalid key
                                move     zero to Runc-Run-Id
              end-start
              if       PY-Runc-Status = "00"
                       read     PY-Run-Control-File next record
                       end-read
              end-if
              if       PY-Runc-Status = "00"
                       move     Runc-Run-Id to WS-Run-Id
              else
                       move     zero to WS-Run-Id
              end-if
     end-if.
     display  "Pay run id         [      ]" at line 5 col 1 with erase eos.
     accept   WS-Run-Id at line 5 col 21 with UPDATE.
     perform  fa000-Get-Window.
     if       WS-Found not = "Y"
              close    PY-Run-Control-File
              display  PY464 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ca000-Exit.
     close    PY-Run-Control-File.
*>
     perform  zz020-Load-Rules.
     move     WS-Run-Id to WS-Run-Lo WS-Run-Hi.
     perform  zz030-Load-From.
     perform  ea000-Load-Events.
*>
     move     zero to WS-Cnt-Conflicts WS-Cnt-Run-Conf.
     move     WS-Win-Start to WS-Wh-Start.
     move     WS-Win-End   to WS-Wh-End.
     open     output Print-File.
     initiate Conflict-Report.
     perform  ga000-Find-Conflicts.
     terminate Conflict-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
     display  "Conflicts found    :" at line 7 col 1.
     display  WS-Cnt-Conflicts       at line 7 col 22.
     if       WS-Ev-Overflow = "Y"
              display  PY466 at line WS-23-Lines col 1 foreground-color 4 erase eol.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 da000-Quarter-Summary       section.
*>**********************************
*>
*> Every run begun in the quarter, each checked against its own
*> cycle, then the conflicts counted by rule and operator.
*>
     move     "Q" to WS-Mode.
     move     WSE-Year to WS-Q-Year.
     compute  WS-Q-No = (WSE-Month + 2) / 3.
     display  "Year [    ] Quarter [ ]" at line 5 col 1 with erase eos.
     accept   WS-Q-Year at line 5 col 7  with UPDATE.
     accept   WS-Q-No   at line 5 col 22 with UPDATE.
     if       WS-Q-No < 1 or > 4
        or    WS-Q-Year < 2000
              display  PY465 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    da000-Exit.
     compute  WS-Q-From = WS-Q-Year * 10000 + ((WS-Q-No - 1) * 3 + 1) * 100 + 1.
     compute  WS-Q-To   = WS-Q-Year * 10000 + (WS-Q-No * 3) * 100 + 31.
*>
     move     zero to WS-Qr-Count WS-Sum-Count WS-Cnt-Conflicts WS-Cnt-Runs.
     open     input PY-Run-Control-File.
     if       PY-Runc-Status = "00"
              move     zero to Runc-Run-Id
              start    PY-Run-Control-File key not < Runc-Run-Id
                       invalid key
                                move "23" to PY-Runc-Status
              end-start
              perform  until PY-Runc-Status not = "00"
                       read     PY-Run-Control-File next record at end
                                exit perform
                       end-read
                       if       PY-Runc-Status = "00"
                          and   Runc-Step-Date (1) not < WS-Q-From
                          and   Runc-Step-Date (1) not > WS-Q-To
                          and   WS-Qr-Count < 200
                                add      1 to WS-Qr-Count
                                move     Runc-Run-Id to WS-Qr-Run (WS-Qr-Count)
                       end-if
              end-perform
     end-if.
*>
     perform  zz020-Load-Rules.
     if       WS-Qr-Count > zero
              move     WS-Qr-Run (1)           to WS-Run-Lo WS-Run-Id
              move     WS-Qr-Run (WS-Qr-Count) to WS-Run-Hi
              perform  fa000-Get-Window
              perform  zz030-Load-From
              perform  ea000-Load-Events
     end-if.
*>
     open     output Print-File.
     initiate Summary-Report.
     if       WS-Qr-Count > zero
              generate Sum-Run-Head
     end-if.
     perform  varying Q from 1 by 1 until Q > WS-Qr-Count
              move     WS-Qr-Run (Q) to WS-Run-Id
              perform  fa000-Get-Window
              if       WS-Found = "Y"
                       add      1 to WS-Cnt-Runs
                       move     zero to WS-Cnt-Run-Conf
                       move     WS-Win-Start to WS-Wh-Start
                       move     WS-Win-End   to WS-Wh-End
                       perform  ga000-Find-Conflicts
                       generate Sum-Run-Line
              end-if
     end-perform.
     close    PY-Run-Control-File.
     if       WS-Sum-Count > zero
              generate Sum-Rule-Head
     end-if.
     perform  varying A from 1 by 1 until A > WS-Sum-Count
              move     WS-Sm-Rule (A) to J
              move     spaces to WS-Sl-Rule
              string   WS-Ru-Duty-A (J) delimited by space
                       "/"              delimited by size
                       WS-Ru-Duty-B (J) delimited by space
                                   into WS-Sl-Rule
              end-string
              move     WS-Ru-Desc (J)   to WS-Sl-Desc
              move     WS-Sm-Oper (A)   to WS-Sl-Oper
              move     WS-Sm-Conf (A)   to WS-Sl-Conf
              generate Sum-Rule-Line
     end-perform.
     terminate Summary-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
     display  "Pay runs / conflicts :" at line 7 col 1.
     display  WS-Cnt-Runs              at line 7 col 24.
     display  WS-Cnt-Conflicts         at line 7 col 30.
     if       WS-Ev-Overflow = "Y"
              display  PY466 at line WS-23-Lines col 1 foreground-color 4 erase eol.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 da000-Exit.  exit section.
*>
 ea000-Load-Events           section.
*>**********************************
*>
*> Gathers every logged duty an active rule names, from WS-Load-From
*> on; run steps for runs WS-Run-Lo to WS-Run-Hi whenever stamped.
*> Entries with no operator cannot be paired and are skipped.
*>
     move     zero to WS-Ev-Count.
     move     "N"  to WS-Ev-Overflow.
     perform  ea010-Load-Audit.
     perform  ea020-Load-Security.
     perform  ea030-Load-Approvals.
*>
 ea000-Exit.  exit section.
*>
 ea010-Load-Audit            section.
*>**********************************
*>
     open     input PY-Audit-File.
     if       PY-Aud-Status not = "00"
              go to    ea010-Exit.
     perform  forever
              read     PY-Audit-File at end
                       exit perform
              end-read
              if       PY-Aud-Status not = "00"
                       exit perform
              end-if
              compute  WS-Stamp = Aud-Date * 1000000 + Aud-Time
              if       WS-Stamp < WS-Load-From
                 or    Aud-Operator = spaces
                       exit perform cycle
              end-if
              evaluate true
                       when     Aud-Field (1:14) = "EMP-DD-ACCOUNT"
                                move     "BANK" to WS-Duty-A
                       when     Aud-Field (1:8)  = "EMP-RATE"
                                move     "RATE" to WS-Duty-A
                       when     Aud-Field (1:14) = "EMP-PAY-METHOD"
                                move     "PMTH" to WS-Duty-A
                       when     Aud-Field (1:10) = "EMP-STATUS"
                                move     "STAT" to WS-Duty-A
                       when     Aud-Field (1:9)  = "EMP-ADDED"
                                move     "HIRE" to WS-Duty-A
                       when     other
                                exit perform cycle
              end-evaluate
              move     Aud-Emp-No   to WS-Cf-Emp
              move     Aud-Operator to WS-Cf-Oper
              move     zero         to WS-Ev-Run-No
              perform  ea090-Add-Event
     end-perform.
     close    PY-Audit-File.
*>
 ea010-Exit.  exit section.
*>
 ea020-Load-Security         section.
*>**********************************
*>
*> RS detail is "RUN nnnnnn STEP n a" - only a begin or start says
*> who ran the step.
*>
     open     input PY-Security-File.
     if       PY-Sec-Status not = "00"
              go to    ea020-Exit.
     perform  forever
              read     PY-Security-File at end
                       exit perform
              end-read
              if       PY-Sec-Status not = "00"
                       exit perform
              end-if
              if       Sec-Operator = spaces
                       exit perform cycle
              end-if
              compute  WS-Stamp = Sec-Date * 1000000 + Sec-Time
              evaluate Sec-Event
                       when     "RS"
                                if       Sec-Detail (19:1) not = "B" and not = "S"
                                   or    Sec-Detail (5:6) not numeric
                                         exit perform cycle
                                end-if
                                move     Sec-Detail (5:6) to WS-Ev-Run-X
                                move     WS-Ev-Run-X      to WS-Ev-Run-No
                                if       WS-Ev-Run-No < WS-Run-Lo
                                   or    WS-Ev-Run-No > WS-Run-Hi
                                         exit perform cycle
                                end-if
                                move     "ST"              to WS-Duty-A
                                move     Sec-Detail (17:1) to WS-Duty-A (3:1)
                       when     "PC"
                       when     "UM"
                       when     "VO"
                                if       WS-Stamp < WS-Load-From
                                         exit perform cycle
                                end-if
                                move     Sec-Event to WS-Duty-A
                                move     zero      to WS-Ev-Run-No
                       when     other
                                exit perform cycle
              end-evaluate
              move     zero         to WS-Cf-Emp
              move     Sec-Operator to WS-Cf-Oper
              perform  ea090-Add-Event
     end-perform.
     close    PY-Security-File.
*>
 ea020-Exit.  exit section.
*>
 ea030-Load-Approvals        section.
*>**********************************
*>
     open     input PY-Hrs-Approval-File.
     if       PY-Hap-Status not = "00"
              go to    ea030-Exit.
     move     zero to Hap-Key.
     start    PY-Hrs-Approval-File key not < Hap-Key
              invalid key
                       go to ea030-Close
     end-start.
     perform  forever
              read     PY-Hrs-Approval-File next record at end
                       exit perform
              end-read
              if       PY-Hap-Status not = "00"
                       exit perform
              end-if
              compute  WS-Stamp = Hap-Stamp-Date * 1000000 + Hap-Stamp-Time
              if       not Hap-Approved
                 or    Hap-Approver = spaces
                 or    WS-Stamp < WS-Load-From
                       exit perform cycle
              end-if
              move     "APPR"       to WS-Duty-A
              move     Hap-Emp-No   to WS-Cf-Emp
              move     Hap-Approver to WS-Cf-Oper
              move     zero         to WS-Ev-Run-No
              perform  ea090-Add-Event
     end-perform.
*>
 ea030-Close.
     close    PY-Hrs-Approval-File.
*>
 ea030-Exit.  exit section.
*>
 ea090-Add-Event             section.
*>**********************************
*>
*> Only duties some active rule names are kept.
*>
     move     "N" to WS-Duty-Ok.
     perform  varying A from 1 by 1 until A > WS-Rule-Count
              if       WS-Ru-Duty-A (A) = WS-Duty-A
                 or    WS-Ru-Duty-B (A) = WS-Duty-A
                       move     "Y" to WS-Duty-Ok
                       exit perform
              end-if
     end-perform.
     if       WS-Duty-Ok not = "Y"
              go to    ea090-Exit.
     if       WS-Ev-Count not < WS-Ev-Max
              move     "Y" to WS-Ev-Overflow
              go to    ea090-Exit.
     add      1 to WS-Ev-Count.
     move     WS-Duty-A  to WS-Ev-Duty  (WS-Ev-Count).
     move     WS-Cf-Emp  to WS-Ev-Emp   (WS-Ev-Count).
     move     WS-Cf-Oper to WS-Ev-Oper  (WS-Ev-Count).
     move     WS-Stamp   to WS-Ev-Stamp (WS-Ev-Count).
     move     WS-Ev-Run-No to WS-Ev-Run (WS-Ev-Count).
*>
 ea090-Exit.  exit section.
*>
 fa000-Get-Window            section.
*>**********************************
*>
*> The cycle of run WS-Run-Id: after the last stamp of the run before
*> it, up to its own last stamp once all seven steps have finished -
*> otherwise up to the next run's start, or open (now).
*>
     move     "N"  to WS-Found WS-Win-Open.
     move     zero to WS-Win-Start WS-Win-End.
     move     WS-Run-Id to Runc-Run-Id.
     read     PY-Run-Control-File key Runc-Run-Id
              invalid key
                       go to    fa000-Exit
     end-read.
     if       PY-Runc-Status not = "00"
              go to    fa000-Exit.
     move     "Y" to WS-Found.
     perform  fa010-Latest-Stamp.
     if       WS-All-Fin = "Y"
              move     WS-Latest to WS-Win-End
     else
              add      1 to WS-Run-Id giving Runc-Run-Id
              read     PY-Run-Control-File key Runc-Run-Id
                       invalid key
                                move     "Y" to WS-Win-Open
                                move     99999999999999 to WS-Win-End
                       not invalid key
                                perform  fa010-Latest-Stamp
                                move     WS-Begin to WS-Win-End
              end-read
     end-if.
*>
     if       WS-Run-Id > 1
              subtract 1 from WS-Run-Id giving Runc-Run-Id
              read     PY-Run-Control-File key Runc-Run-Id
                       not invalid key
                                perform  fa010-Latest-Stamp
                                move     WS-Latest to WS-Win-Start
              end-read
     end-if.
*>
 fa000-Exit.  exit section.
*>
 fa010-Latest-Stamp          section.
*>**********************************
*>
*> Of the record in the buffer - the last stamp, the step 1 (begin)
*> stamp and whether all seven have finished.
*>
     move     zero to WS-Latest.
     move     "Y"  to WS-All-Fin.
     compute  WS-Begin = Runc-Step-Date (1) * 1000000 + Runc-Step-Time (1).
     perform  varying A from 1 by 1 until A > 7
              if       Runc-Step-Stat (A) not = "F"
                       move     "N" to WS-All-Fin
              end-if
              compute  WS-Stamp = Runc-Step-Date (A) * 1000000 + Runc-Step-Time (A)
              if       WS-Stamp > WS-Latest
                       move     WS-Stamp to WS-Latest
              end-if
     end-perform.
*>
 fa010-Exit.  exit section.
*>
 ga000-Find-Conflicts        section.
*>**********************************
*>
*> For each rule, each duty B done in this cycle is paired with each
*> duty A by the same operator - on the same employee and no older
*> than the look back for scope E, anywhere in the cycle for scope R.
*>
     perform  varying R from 1 by 1 until R > WS-Rule-Count
              perform  ga010-Rule-Look-Back
              perform  varying I from 1 by 1 until I > WS-Ev-Count
                       if       WS-Ev-Duty (I) not = WS-Ru-Duty-B (R)
                                exit perform cycle
                       end-if
                       move     I to J
                       perform  ga020-In-Cycle
                       if       WS-In-Cycle not = "Y"
                                exit perform cycle
                       end-if
                       if       WS-Ru-Scope (R) = "E"
                          and   WS-Ev-Emp (I) = zero
                                exit perform cycle
                       end-if
                       perform  varying J from 1 by 1 until J > WS-Ev-Count
                                if       WS-Ev-Duty (J) not = WS-Ru-Duty-A (R)
                                   or    WS-Ev-Oper (J) not = WS-Ev-Oper (I)
                                         exit perform cycle
                                end-if
                                if       WS-Ru-Scope (R) = "E"
                                         if    WS-Ev-Emp (J) not = WS-Ev-Emp (I)
                                            or WS-Ev-Stamp (J) > WS-Ev-Stamp (I)
                                            or WS-Ev-Stamp (J) not > WS-Look-Stamp
                                               exit perform cycle
                                         end-if
                                else
                                         perform  ga020-In-Cycle
                                         if       WS-In-Cycle not = "Y"
                                                  exit perform cycle
                                         end-if
                                end-if
                                perform  ga030-Conflict
                       end-perform
              end-perform
     end-perform.
*>
 ga000-Exit.  exit section.
*>
 ga010-Rule-Look-Back        section.
*>**********************************
*>
*> Scope E - duty A may be up to Lookback days before the cycle began.
*>
     move     WS-Win-Start to WS-Look-Stamp.
     if       WS-Ru-Scope (R) not = "E"
        or    WS-Ru-Lookback (R) = zero
        or    WS-Win-Start = zero
              go to    ga010-Exit.
     move     WS-Win-Start-Date to WS-Look-Date.
     compute  WS-Days = INTEGER-OF-DATE (WS-Look-Date) - WS-Ru-Lookback (R).
     if       WS-Days < 1
              move     zero to WS-Look-Stamp
              go to    ga010-Exit.
     compute  WS-Look-Stamp = DATE-OF-INTEGER (WS-Days) * 1000000
                            + WS-Win-Start-Time.
*>
 ga010-Exit.  exit section.
*>
 ga020-In-Cycle              section.
*>**********************************
*>
*> Event J - a run step belongs to the run it stamped, anything else
*> to the cycle window its time falls in.
*>
     move     "N" to WS-In-Cycle.
     if       WS-Ev-Duty (J) (1:2) = "ST"
              if       WS-Ev-Run (J) = WS-Run-Id
                       move     "Y" to WS-In-Cycle
              end-if
              go to    ga020-Exit.
     if       WS-Ev-Stamp (J) > WS-Win-Start
        and   WS-Ev-Stamp (J) not > WS-Win-End
              move     "Y" to WS-In-Cycle.
*>
 ga020-Exit.  exit section.
*>
 ga030-Conflict              section.
*>**********************************
*>
*> Event J (duty A) and event I (duty B) conflict under rule R.
*>
     add      1 to WS-Cnt-Conflicts WS-Cnt-Run-Conf.
     if       WS-Mode = "Q"
              perform  ga040-Count-Conflict
              go to    ga030-Exit.
     move     spaces to WS-Cf-Rule.
     string   WS-Ru-Duty-A (R) delimited by space
              "/"              delimited by size
              WS-Ru-Duty-B (R) delimited by space
                          into WS-Cf-Rule
     end-string.
     move     WS-Ev-Oper (I)  to WS-Cf-Oper.
     if       WS-Ev-Emp (J) not = zero
              move     WS-Ev-Emp (J) to WS-Cf-Emp
     else
              move     WS-Ev-Emp (I) to WS-Cf-Emp
     end-if.
     move     WS-Ev-Duty (J)  to WS-Cf-Duty-A.
     move     WS-Ev-Stamp (J) to WS-Cf-Stamp-A.
     move     WS-Ev-Duty (I)  to WS-Cf-Duty-B.
     move     WS-Ev-Stamp (I) to WS-Cf-Stamp-B.
     move     WS-Ru-Desc (R)  to WS-Cf-Desc.
     generate Cf-Detail-Line.
*>
 ga030-Exit.  exit section.
*>
 ga040-Count-Conflict        section.
*>**********************************
*>
     perform  varying A from 1 by 1 until A > WS-Sum-Count
              if       WS-Sm-Rule (A) = R
                 and   WS-Sm-Oper (A) = WS-Ev-Oper (I)
                       add      1 to WS-Sm-Conf (A)
                       go to    ga040-Exit
              end-if
     end-perform.
     if       WS-Sum-Count < 500
              add      1 to WS-Sum-Count
              move     R              to WS-Sm-Rule (WS-Sum-Count)
              move     WS-Ev-Oper (I) to WS-Sm-Oper (WS-Sum-Count)
              move     1              to WS-Sm-Conf (WS-Sum-Count).
*>
 ga040-Exit.  exit section.
*>
 zz010-Seed-Matrix           section.
*>**********************************
*>
*> The usual pairs, written when the matrix is first created - Admin
*> adds, changes or switches them off in M.
*>
     move     WS-Today    to Sod-Maint-Date.
     move     WS-Operator to Sod-Maint-By.
     move     "Y"         to Sod-Active.
     move     "BANK"      to Sod-Duty-A.
     move     "ST6 "      to Sod-Duty-B.
     move     "R"         to Sod-Scope.
     move     zero        to Sod-Lookback.
     move     "Changed a bank account, built ACH file"  to Sod-Desc.
     write    PY-Sod-Record.
     move     "ST1 "      to Sod-Duty-A.
     move     "ST4 "      to Sod-Duty-B.
     move     "Keyed / imported hours, applied them"    to Sod-Desc.
     write    PY-Sod-Record.
     move     "PC  "      to Sod-Duty-A.
     move     "Changed parameters, applied the hours"   to Sod-Desc.
     write    PY-Sod-Record.
     move     "HIRE"      to Sod-Duty-A.
     move     "APPR"      to Sod-Duty-B.
     move     "E"         to Sod-Scope.
     move     90          to Sod-Lookback.
     move     "Added employee, approved their time"     to Sod-Desc.
     write    PY-Sod-Record.
     move     "BANK"      to Sod-Duty-A.
     move     30          to Sod-Lookback.
     move     "Changed bank account, approved the time" to Sod-Desc.
     write    PY-Sod-Record.
     move     "RATE"      to Sod-Duty-A.
     move     "Changed pay rate, approved the time"     to Sod-Desc.
     write    PY-Sod-Record.
*>
 zz010-Exit.  exit section.
*>
 zz020-Load-Rules            section.
*>**********************************
*>
     move     zero to WS-Rule-Count WS-Max-Look.
     move     low-values to Sod-Key.
     start    PY-Sod-File key not < Sod-Key
              invalid key
                       go to zz020-Exit
     end-start.
     perform  forever
              read     PY-Sod-File next record at end
                       exit perform
              end-read
              if       PY-Sod-Status not = "00"
                 or    WS-Rule-Count not < 200
                       exit perform
              end-if
              if       not Sod-Is-Active
                       exit perform cycle
              end-if
              add      1 to WS-Rule-Count
              move     Sod-Duty-A   to WS-Ru-Duty-A   (WS-Rule-Count)
              move     Sod-Duty-B   to WS-Ru-Duty-B   (WS-Rule-Count)
              move     Sod-Scope    to WS-Ru-Scope    (WS-Rule-Count)
              move     Sod-Desc     to WS-Ru-Desc     (WS-Rule-Count)
              if       Sod-Same-Emp
                       move     Sod-Lookback to WS-Ru-Lookback (WS-Rule-Count)
              else
                       move     zero         to WS-Ru-Lookback (WS-Rule-Count)
              end-if
              if       WS-Ru-Lookback (WS-Rule-Count) > WS-Max-Look
                       move     WS-Ru-Lookback (WS-Rule-Count) to WS-Max-Look
              end-if
     end-perform.
*>
 zz020-Exit.  exit section.
*>
 zz030-Load-From             section.
*>**********************************
*>
*> Events older than the first cycle's start less the longest look
*> back can never pair - not loaded. WS-Win-Start is that of the
*> first (or only) run.
*>
     move     WS-Win-Start to WS-Load-From.
     if       WS-Win-Start = zero
        or    WS-Max-Look = zero
              go to    zz030-Exit.
     move     WS-Win-Start-Date to WS-Look-Date.
     compute  WS-Days = INTEGER-OF-DATE (WS-Look-Date) - WS-Max-Look.
     if       WS-Days < 1
              move     zero to WS-Load-From
     else
              compute  WS-Load-From = DATE-OF-INTEGER (WS-Days) * 1000000
     end-if.
*>
 zz030-Exit.  exit section.
