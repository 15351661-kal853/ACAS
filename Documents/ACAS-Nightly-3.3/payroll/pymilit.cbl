       >>source free
*>****************************************************************
*>      Military Leave - Orders, Differential Pay Posting,        *
*>         Return To Work & USERRA Service Register               *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pymilit.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Reservists called to active duty are paid the
*>                      difference between their military pay and their
*>                      regular pay while away. Each set of orders is
*>                      kept on PY-Military-Leave-File (pymil). Functions
*>                      off one menu:
*>
*>                      O - keys new orders, or amends the open ones
*>                          (extended orders, a change of military
*>                          pay) - dates, branch and orders reference,
*>                          whether the service is exempt from the
*>                          USERRA five year limit and the military pay
*>                          the employee reports, per month or per pay
*>                          period. An Active employee is set On leave;
*>                      D - differential run for a pay period. For every
*>                          set of orders covering part of the period,
*>                          regular pay (salary, or normal units at Rate
*>                          1) less the military pay for the period,
*>                          both in proportion to the days away, is
*>                          posted as a code 23 Military Differential
*>                          line dated the period end, flagged
*>                          Hrs-Gen-Flag "D", into the batch being
*>                          built. pyapply withholds FWT / SWT on it but
*>                          no FICA and no FUTA. A period is never paid
*>                          twice. Can be run as a preview posting
*>                          nothing. The batch is set back to
*>                          un-proofed;
*>                      R - return to work. Records the date back and
*>                          counts the service towards the five year
*>                          limit, then credits the vacation and sick
*>                          accrual the employee would have earned in
*>                          the pay periods away (to the accrual caps)
*>                          and sets them Active again. Emp-Start-Date
*>                          is never touched, so seniority - tenure
*>                          bands and union steps - runs through the
*>                          leave;
*>                      U - USERRA register - every employee's orders,
*>                          service counted, running total against the
*>                          five years (1,826 days) and what remains,
*>                          differential paid and accrual credited.
*>
*>                      Service counted so far is shown whenever an
*>                      employee is keyed, with a warning when the
*>                      limit is near or passed.
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
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.   Params.
*>                      pymil.   Military Leave - I-O.
*>                      pyemp.   Employee Master - I-O (status, accruals).
*>                      pyhrs.   Pay Transactions - I-O (posting).
*>                      prt-1.   Differential Register & USERRA Register.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY316 - 324.
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
 copy "selpymil.cob".
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
 copy "fdpymil.cob".
 copy "fdpyemp.cob".
 copy "fdpyhrs.cob".
*>
 fd  Print-File
     reports are Mil-Differential-Register
                 Mil-Userra-Register.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pymilit  (1.0.00)".  *> First release pre testing.
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
     03  PY-Mil-Status       pic xx.
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
     03  WS-Posting          pic x        value "N".       *> Y = post, N = preview
     03  WS-Amending         pic x        value "N".       *> Y = open orders on file
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Today            pic 9(8)     value zero.
     03  WS-Sel-Emp          pic 9(7)     value zero.
*>
*> Orders as keyed.
*>
     03  WS-Start-Date       pic 9(8)     value zero.
     03  WS-End-Date         pic 9(8)     value zero.
     03  WS-Branch           pic x(12)    value spaces.
     03  WS-Orders-Ref       pic x(15)    value spaces.
     03  WS-Exempt           pic x        value "N".
     03  WS-Pay-Basis        pic x        value "M".
     03  WS-Pay-Amount       pic 9(6)v99  value zero.
     03  WS-Return-Date      pic 9(8)     value zero.
*>
*> USERRA service - five years of days.
*>
     03  WS-Userra-Limit     pic 9(5)     value 1826.
     03  WS-Userra-Warn      pic 9(5)     value 365.     *> warn when this little is left
     03  WS-Userra-Days      pic 9(5)     value zero.
     03  WS-Userra-Left      pic s9(5)    value zero.
     03  WS-Days-Away        pic 9(5)     value zero.
     03  WS-Periods          pic 9(3)     value zero.
     03  WS-Vac-Credit       pic 9(5)v99  value zero.
     03  WS-SL-Credit        pic 9(5)v99  value zero.
*>
*> Differential run.
*>
     03  WS-Period-Start     pic 9(8)     value zero.
     03  WS-Period-End       pic 9(8)     value zero.
     03  WS-Period-Days      pic 9(3)     value zero.
     03  WS-Leave-From       pic 9(8)     value zero.
     03  WS-Leave-To         pic 9(8)     value zero.
     03  WS-Cover-From       pic 9(8)     value zero.
     03  WS-Cover-To         pic 9(8)     value zero.
     03  WS-Cover-Days       pic 9(3)     value zero.
     03  WS-Regular          pic 9(7)v99  value zero.
     03  WS-Military         pic 9(7)v99  value zero.
     03  WS-Diff             pic s9(7)v99 value zero.
     03  WS-Diff-Amount      pic 9(7)v99  value zero.
     03  WS-Disp-Amt         pic z(6)9.99.
     03  WS-Disp-Hrs         pic zz,zz9.99.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-Days        pic zz,zz9-.
     03  WS-Disp-Date        pic 9999/99/99.
     03  WS-Hdr-No-Recs      binary-short unsigned value zero.
     03  WS-Hrs-Batch-No     binary-short unsigned value zero.
     03  WS-Cnt-Orders       pic 9(5)     value zero.
     03  WS-Cnt-Paid         pic 9(5)     value zero.
     03  WS-Cnt-Nil          pic 9(5)     value zero.
     03  WS-Cnt-Held         pic 9(5)     value zero.
     03  WS-Tot-Diff         pic 9(7)v99  value zero.
*>
*> Register lines.
*>
     03  WS-Rg-Mode          pic x(80)    value spaces.
     03  WS-Rg-Name          pic x(24)    value spaces.
     03  WS-Rg-Status        pic x(9)     value spaces.
     03  WS-Rg-Note          pic x(40)    value spaces.
     03  WS-Rg-Regular       pic 9(7)v99  value zero.
     03  WS-Rg-Military      pic 9(7)v99  value zero.
     03  WS-Rg-Diff          pic 9(7)v99  value zero.
     03  WS-Rg-Days          pic 9(5)     value zero.
     03  WS-Rg-Running       pic 9(5)     value zero.
     03  WS-Rg-Left          pic s9(5)    value zero.
     03  WS-Rg-Prev-Emp      pic 9(7)     value zero.
     03  WS-Rg-Count         pic 9        value zero.
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
     03  PY316           pic x(26) value "PY316 Employee not found -".
     03  PY317           pic x(41) value "PY317 Employee must be active or on leave".
     03  PY318           pic x(57) value "PY318 Orders dates invalid or the end is before the start".
     03  PY319           pic x(62) value "PY319 Military pay basis must be M (monthly) or P (pay period)".
     03  PY320           pic x(44) value "PY320 No open military orders for employee -".
     03  PY321           pic x(63) value "PY321 Return date must be valid and not before the orders start".
     03  PY322           pic x(56) value "PY322 Pay batch header not found - start the batch first".
     03  PY323           pic x(57) value "PY323 Period dates invalid or the end is before the start".
     03  PY324           pic x(47) value "PY324 Orders already on file starting that date".
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
 RD  Mil-Differential-Register
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Dif-Head  Type Page Heading.
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
         05  col  45     pic x(40)   value "Military Leave Differential Pay Register".
     03  Line  4.
         05  col  27     pic x(80)   source WS-Rg-Mode.
     03  line  5.
         05  col   1                 value "Emp No".
         05  col   9                 value "-- Name ----------------".
         05  col  34                 value "Orders From".
         05  col  46                 value "To".
         05  col  57                 value "Days".
         05  col  67                 value "Regular".
         05  col  81                 value "Military".
         05  col  93                 value "Differential".
         05  col 107                 value "Note".
*>
 01  Dif-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)           source Mil-Emp-No.
         05  col   9     pic x(24)          source WS-Rg-Name.
         05  col  34     pic 9999/99/99     source Mil-Start-Date.
         05  col  46     pic 9999/99/99     source Mil-End-Date.
         05  col  58     pic zz9            source WS-Cover-Days.
         05  col  62     pic z,zzz,zz9.99   source WS-Rg-Regular.
         05  col  77     pic z,zzz,zz9.99   source WS-Rg-Military.
         05  col  93     pic z,zzz,zz9.99   source WS-Rg-Diff.
         05  col 107     pic x(26)          source WS-Rg-Note.
*>
 01  type control Footing Final.
     03  line + 2.
         05  col   1     pic x(20)          value "Orders in period   :".
         05  col  22     pic zzzz9          sum WS-Rg-Count.
     03  line + 1.
         05  col   1     pic x(20)          value "Differential       :".
         05  col  18     pic z,zzz,zz9.99   sum WS-Rg-Diff.
     03  line + 2.
         05  col   1     pic x(89)          value "Paid as code 23 Military Differential - income tax withheld, not subject to FICA or FUTA.".
*>
 RD  Mil-Userra-Register
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Usr-Head  Type Page Heading.
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
         05  col  44     pic x(42)   value "Military Leave - USERRA Five Year Register".
     03  Line  4.
         05  col  27     pic x(80)   source WS-Rg-Mode.
     03  line  5.
         05  col   1                 value "Emp No".
         05  col   9                 value "-- Name ----------------".
         05  col  34                 value "Orders From".
         05  col  46                 value "To".
         05  col  57                 value "Returned".
         05  col  68                 value "Status".
         05  col  77                 value "Ex".
         05  col  81                 value "Days".
         05  col  87                 value "Total".
         05  col  94                 value "Left".
         05  col 102                 value "Diff Paid".
         05  col 115                 value "Vac / Sick Credit".
*>
 01  Usr-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)           source Mil-Emp-No.
         05  col   9     pic x(24)          source WS-Rg-Name.
         05  col  34     pic 9999/99/99     source Mil-Start-Date.
         05  col  46     pic 9999/99/99     source Mil-End-Date.
         05  col  57     pic 9999/99/99     source Mil-Return-Date.
         05  col  68     pic x(9)           source WS-Rg-Status.
         05  col  78     pic x              source Mil-Exempt.
         05  col  80     pic zzzz9          source WS-Rg-Days.
         05  col  86     pic zzzz9          source WS-Rg-Running.
         05  col  92     pic zzzz9-         source WS-Rg-Left.
         05  col  99     pic z,zzz,zz9.99   source Mil-Diff-Paid.
         05  col 113     pic zz9.99         source Mil-Vac-Credit.
         05  col 121     pic zz9.99         source Mil-SL-Credit.
     03  line + 1     present when WS-Rg-Note not = spaces.
         05  col   9     pic x(40)          source WS-Rg-Note.
*>
 01  type control Footing Final.
     03  line + 2.
         05  col   1     pic x(20)          value "Orders listed      :".
         05  col  22     pic zzzz9          sum WS-Rg-Count.
     03  line + 2.
         05  col   1     pic x(95)          value "Days counted run from the orders start to the return. Exempt (Ex = Y) service does not count to".
     03  line + 1.
         05  col   1     pic x(61)          value "the five years (1,826 days). Open orders are counted to date.".
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
     move     WS-CD-Args (1:8) to WS-Operator.
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
     display  "Military Leave" at 0125 with foreground-color 2.
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
     open     i-o PY-Military-Leave-File.
     if       PY-Mil-Status = "35"        *> first ever use
              open     output PY-Military-Leave-File
              close    PY-Military-Leave-File
              open     i-o PY-Military-Leave-File
     end-if.
     open     i-o PY-Employee-File.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Military-Leave-File
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
     display  "Military Leave - Differential Pay And USERRA"                at line 1 col 1 with erase eos.
     display  "O = Orders, D = Differential run, R = Return to work, U = USERRA register, Q = Quit [ ]"
                                                                           at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 86 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "O"
                       perform  ba000-Orders
              when "D"
                       perform  da000-Differential-Run
              when "R"
                       perform  ca000-Return
              when "U"
                       perform  ea000-Userra-Register
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 az000-Get-Employee          section.
*>**********************************
*>
*> WS-Sel-Emp into the employee buffer, Error-Code 1 when not on file
*> - the caller says so.
*>
     move     WS-Sel-Emp to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     1 to Error-Code
                       go to    az000-Exit
     end-read.
     move     zero to Error-Code.
*>
 az000-Exit.  exit section.
*>
 az010-Find-Open             section.
*>**********************************
*>
*> The employee's open orders into the buffer - Error-Code 1 when
*> none.
*>
     move     1          to Error-Code.
     move     WS-Sel-Emp to Mil-Emp-No.
     move     zero       to Mil-Start-Date.
     start    PY-Military-Leave-File key not < Mil-Key
              invalid key
                       go to az010-Exit
     end-start.
     perform  forever
              read     PY-Military-Leave-File next record at end
                       exit perform
              end-read
              if       PY-Mil-Status not = "00"
                 or    Mil-Emp-No not = WS-Sel-Emp
                       exit perform
              end-if
              if       Mil-On-Leave
                       move     zero to Error-Code
                       exit perform
              end-if
     end-perform.
*>
 az010-Exit.  exit section.
*>
 az020-Service-Used          section.
*>**********************************
*>
*> WS-Userra-Days - service counted so far for WS-Sel-Emp, open
*> orders to today. Uses the file buffer.
*>
     move     zero       to WS-Userra-Days.
     move     WS-Sel-Emp to Mil-Emp-No.
     move     zero       to Mil-Start-Date.
     start    PY-Military-Leave-File key not < Mil-Key
              invalid key
                       go to az020-Exit
     end-start.
     perform  forever
              read     PY-Military-Leave-File next record at end
                       exit perform
              end-read
              if       PY-Mil-Status not = "00"
                 or    Mil-Emp-No not = WS-Sel-Emp
                       exit perform
              end-if
              perform  az025-Days-Counted
              add      WS-Rg-Days to WS-Userra-Days
     end-perform.
     compute  WS-Userra-Left = WS-Userra-Limit - WS-Userra-Days.
*>
 az020-Exit.  exit section.
*>
 az025-Days-Counted          section.
*>**********************************
*>
*> WS-Rg-Days - what the orders in the buffer count to the limit.
*>
     move     zero to WS-Rg-Days.
     if       Mil-Exempt = "Y"
        or    Mil-Cancelled
              go to az025-Exit.
     if       Mil-Returned
              move     Mil-Days-Counted to WS-Rg-Days
              go to    az025-Exit.
     if       WS-Today > Mil-Start-Date
              compute  WS-Rg-Days = INTEGER-OF-DATE (WS-Today)
                                  - INTEGER-OF-DATE (Mil-Start-Date).
*>
 az025-Exit.  exit section.
*>
 az030-Show-Service          section.
*>**********************************
*>
*> Service counted against the five years on line 4, warned when
*> near or over.
*>
     move     WS-Userra-Days to WS-Disp-Days.
     display  "USERRA service counted"    at line 4 col 1.
     display  WS-Disp-Days                at line 4 col 25.
     display  "days of 1,826, left"       at line 4 col 33.
     move     WS-Userra-Left to WS-Disp-Days.
     display  WS-Disp-Days                at line 4 col 53.
     if       WS-Userra-Left < zero
              display  "OVER THE FIVE YEAR LIMIT" at line 4 col 62 with foreground-color 4
     else
      if      WS-Userra-Left < WS-Userra-Warn
              display  "Limit near"           at line 4 col 62 with foreground-color 2
      end-if
     end-if.
*>
 az030-Exit.  exit section.
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
 ba000-Orders                section.
*>**********************************
*>
*> New orders, or the open ones amended - an extension or a change in
*> the military pay reported.
*>
     display  "Military Leave Orders" at line 1 col 1 with erase eos.
     move     zero to WS-Sel-Emp.
     display  "Employee               [       ]"   at line 3 col 1.
     accept   WS-Sel-Emp at line 3 col 25.
     if       WS-Sel-Emp = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              display  PY316      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  WS-Sel-Emp at line WS-23-Lines col 28
              perform  az060-Error
              go to    ba000-Exit.
     display  Emp-Name at line 3 col 35.
     if       Emp-Status not = "A" and not = "L"
              display  PY317    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba000-Exit.
     perform  az020-Service-Used.
     perform  az030-Show-Service.
*>
     perform  az010-Find-Open.
     if       Error-Code = zero
              move     "Y"              to WS-Amending
              move     Mil-Start-Date   to WS-Start-Date
              move     Mil-End-Date     to WS-End-Date
              move     Mil-Branch       to WS-Branch
              move     Mil-Orders-Ref   to WS-Orders-Ref
              move     Mil-Exempt       to WS-Exempt
              move     Mil-Pay-Basis    to WS-Pay-Basis
              move     Mil-Pay-Amount   to WS-Pay-Amount
              display  "Open orders on file - amending" at line 6 col 1 with foreground-color 2
     else
              move     "N"      to WS-Amending
              move     WS-Today to WS-Start-Date
              move     zero     to WS-End-Date WS-Pay-Amount
              move     spaces   to WS-Branch WS-Orders-Ref
              move     "N"      to WS-Exempt
              move     "M"      to WS-Pay-Basis
     end-if.
*>
 ba010-Keyed.
     display  "Orders start ccyymmdd  [        ]"             at line  8 col 1.
     display  "Orders end   ccyymmdd  [        ]"             at line  9 col 1.
     display  "Branch / unit          [            ]"         at line 10 col 1.
     display  "Orders reference       [               ]"      at line 11 col 1.
     display  "Exempt from the 5 year limit (Y/N) [ ]"        at line 12 col 1.
     display  "Military pay reported  [         ]"            at line 13 col 1.
     display  "  per M = month, P = pay period [ ]"           at line 14 col 1.
     if       WS-Amending = "Y"
              display  WS-Start-Date at line  8 col 25
     else
              accept   WS-Start-Date at line  8 col 25 with UPDATE
              if       COB-CRT-Status = COB-SCR-ESC
                       go to    ba000-Exit
              end-if
     end-if.
     accept   WS-End-Date   at line  9 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     accept   WS-Branch     at line 10 col 25 with UPDATE.
     accept   WS-Orders-Ref at line 11 col 25 with UPDATE.
     accept   WS-Exempt     at line 12 col 37 with UPPER UPDATE.
     accept   WS-Pay-Amount at line 13 col 25 with UPDATE.
     accept   WS-Pay-Basis  at line 14 col 34 with UPPER UPDATE.
     if       WS-Exempt not = "Y"
              move     "N" to WS-Exempt.
     if       TEST-DATE-YYYYMMDD (WS-Start-Date) not = zero
        or    TEST-DATE-YYYYMMDD (WS-End-Date) not = zero
        or    WS-End-Date < WS-Start-Date
              display  PY318    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Keyed.
     if       WS-Pay-Basis not = "M" and not = "P"
              display  PY319    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Keyed.
*>
     display  "Save the orders (Y/N) [ ]" at line 16 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 16 col 24 with UPPER.
     if       WS-Reply not = "Y"
              go to    ba000-Exit.
     if       WS-Amending not = "Y"
              initialize PY-Military-Leave-Record
              move     WS-Sel-Emp    to Mil-Emp-No
              move     WS-Start-Date to Mil-Start-Date
              move     "A"           to Mil-Status
              move     WS-Operator   to Mil-Entered-By
              move     Emp-Status    to Mil-Prev-Emp-Status
     end-if.
     move     WS-End-Date   to Mil-End-Date.
     move     WS-Branch     to Mil-Branch.
     move     WS-Orders-Ref to Mil-Orders-Ref.
     move     WS-Exempt     to Mil-Exempt.
     move     WS-Pay-Basis  to Mil-Pay-Basis.
     move     WS-Pay-Amount to Mil-Pay-Amount.
     if       WS-Amending = "Y"
              rewrite  PY-Military-Leave-Record
              display  "Orders amended" at line 18 col 1
              perform  az060-Error
              go to    ba000-Exit.
     write    PY-Military-Leave-Record
              invalid key
                       display  PY324    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ba000-Exit
     end-write.
*>
*> Away from today on - On leave, so pyapply pays only the
*> differential.
*>
     if       Emp-Status = "A"
              move     "L" to Emp-Status
              rewrite  PY-Employee-Record
              display  "Orders saved - employee set On leave" at line 18 col 1
     else
              display  "Orders saved" at line 18 col 1.
     perform  az060-Error.
*>
 ba000-Exit.  exit section.
*>
 ca000-Return                section.
*>**********************************
*>
*> Back at work - service counted, the accrual missed while away
*> credited and the employee Active again.
*>
     display  "Military Leave - Return To Work" at line 1 col 1 with erase eos.
     move     zero to WS-Sel-Emp.
     display  "Employee               [       ]"   at line 3 col 1.
     accept   WS-Sel-Emp at line 3 col 25.
     if       WS-Sel-Emp = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              display  PY316      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  WS-Sel-Emp at line WS-23-Lines col 28
              perform  az060-Error
              go to    ca000-Exit.
     display  Emp-Name at line 3 col 35.
     perform  az010-Find-Open.
     if       Error-Code not = zero
              display  PY320      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  WS-Sel-Emp at line WS-23-Lines col 46
              perform  az060-Error
              go to    ca000-Exit.
     move     Mil-Start-Date to WS-Disp-Date.
     display  "Orders from"  at line 5 col 1.
     display  WS-Disp-Date   at line 5 col 25.
     move     Mil-End-Date   to WS-Disp-Date.
     display  "to"           at line 5 col 36.
     display  WS-Disp-Date   at line 5 col 39.
     move     WS-Today to WS-Return-Date.
*>
 ca010-Keyed.
     display  "Back at work ccyymmdd  [        ]" at line 7 col 1.
     accept   WS-Return-Date at line 7 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-Return-Date) not = zero
        or    WS-Return-Date < Mil-Start-Date
              display  PY321    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              move     WS-Today to WS-Return-Date
              go to    ca010-Keyed.
*>
*> Accrual for each pay period away at the employee's current rates,
*> no further than the caps.
*>
     compute  WS-Days-Away = INTEGER-OF-DATE (WS-Return-Date)
                           - INTEGER-OF-DATE (Mil-Start-Date).
     compute  WS-Periods = WS-Days-Away * Emp-Pay-Freq / 365.
     compute  WS-Vac-Credit = WS-Periods * Emp-Vac-Rate.
     if       Emp-Vac-Accum-Cap > zero
        and   Emp-Vac-Accum + WS-Vac-Credit > Emp-Vac-Accum-Cap
              if       Emp-Vac-Accum < Emp-Vac-Accum-Cap
                       compute  WS-Vac-Credit = Emp-Vac-Accum-Cap - Emp-Vac-Accum
              else
                       move     zero to WS-Vac-Credit
              end-if
     end-if.
     compute  WS-SL-Credit = WS-Periods * Emp-SL-Rate.
     if       Emp-SL-Accum-Cap > zero
        and   Emp-SL-Accum + WS-SL-Credit > Emp-SL-Accum-Cap
              if       Emp-SL-Accum < Emp-SL-Accum-Cap
                       compute  WS-SL-Credit = Emp-SL-Accum-Cap - Emp-SL-Accum
              else
                       move     zero to WS-SL-Credit
              end-if
     end-if.
     move     WS-Days-Away to WS-Disp-Days.
     display  "Days away"                   at line  9 col 1.
     display  WS-Disp-Days                  at line  9 col 25.
     if       Mil-Exempt = "Y"
              display  "exempt - not counted to the limit" at line 9 col 33.
     move     WS-Periods to WS-Disp-Cnt.
     display  "Pay periods away"            at line 10 col 1.
     display  WS-Disp-Cnt                   at line 10 col 25.
     move     WS-Vac-Credit to WS-Disp-Hrs.
     display  "Vacation credited"           at line 11 col 1.
     display  WS-Disp-Hrs                   at line 11 col 25.
     move     WS-SL-Credit to WS-Disp-Hrs.
     display  "Sick leave credited"         at line 12 col 1.
     display  WS-Disp-Hrs                   at line 12 col 25.
     display  "Record the return (Y/N) [ ]" at line 14 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 14 col 26 with UPPER.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
*>
     move     "R"            to Mil-Status.
     move     WS-Return-Date to Mil-Return-Date.
     if       Mil-Exempt = "Y"
              move     zero         to Mil-Days-Counted
     else
              move     WS-Days-Away to Mil-Days-Counted.
     move     WS-Vac-Credit  to Mil-Vac-Credit.
     move     WS-SL-Credit   to Mil-SL-Credit.
     rewrite  PY-Military-Leave-Record.
     add      WS-Vac-Credit  to Emp-Vac-Accum.
     add      WS-SL-Credit   to Emp-SL-Accum.
     if       Emp-Status = "L"
              move     "A" to Emp-Status.
     rewrite  PY-Employee-Record.
     perform  az020-Service-Used.
     perform  az030-Show-Service.
     display  "Return recorded - employee Active" at line 16 col 1.
     perform  az060-Error.
*>
 ca000-Exit.  exit section.
*>
 da000-Differential-Run      section.
*>**********************************
*>
*> Posts (or, as a preview, shows) the differential for a pay period
*> on every set of orders that covers part of it.
*>
     display  "Military Differential Run" at line 1 col 1 with erase eos.
     move     WS-Today to WS-Period-End.
     compute  WS-Period-Start = DATE-OF-INTEGER
              (INTEGER-OF-DATE (WS-Today) - 13).
     display  "Period start ccyymmdd  [        ]" at line 3 col 1.
     display  "Period end   ccyymmdd  [        ]" at line 4 col 1.
     accept   WS-Period-Start at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     accept   WS-Period-End   at line 4 col 25 with UPDATE.
     if       TEST-DATE-YYYYMMDD (WS-Period-Start) not = zero
        or    TEST-DATE-YYYYMMDD (WS-Period-End) not = zero
        or    WS-Period-End < WS-Period-Start
              display  PY323    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da000-Exit.
     compute  WS-Period-Days = INTEGER-OF-DATE (WS-Period-End)
                             - INTEGER-OF-DATE (WS-Period-Start) + 1.
     display  "Post into the pay batch, N = preview only (Y/N) [ ]" at line 6 col 1.
     move     "N" to WS-Posting.
     accept   WS-Posting at line 6 col 50 with UPPER UPDATE.
     if       WS-Posting not = "Y"
              move     "N" to WS-Posting.
*>
     if       WS-Posting = "Y"
              open     i-o PY-Pay-Transactions-File
              if       PY-Hrs-Status not = "00"
                       display  PY322    at line WS-23-Lines col 1 foreground-color 4 erase eos
                       perform  az060-Error
                       go to    da000-Exit
              end-if
*>
*> The batch header must exist - the differential joins the batch
*> being built for the period.
*>
              move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                display  PY322    at line WS-23-Lines col 1 foreground-color 4 erase eos
                                perform  az060-Error
                                close    PY-Pay-Transactions-File
                                go to    da000-Exit
              end-read
              move     Hrs-No-Recs  to WS-Hdr-No-Recs
              move     Hrs-Batch-No to WS-Hrs-Batch-No
     end-if.
*>
     move     zero to WS-Cnt-Orders WS-Cnt-Paid WS-Cnt-Nil WS-Cnt-Held WS-Tot-Diff.
     move     spaces to WS-Rg-Mode.
     if       WS-Posting = "Y"
              string   "Pay period "
                       WS-Period-Start (1:4) "/" WS-Period-Start (5:2) "/"
                       WS-Period-Start (7:2) " - "
                       WS-Period-End (1:4) "/" WS-Period-End (5:2) "/"
                       WS-Period-End (7:2) " - posted to the pay batch"
                                                         delimited by size
                                                    into WS-Rg-Mode
              end-string
     else
              string   "Pay period "
                       WS-Period-Start (1:4) "/" WS-Period-Start (5:2) "/"
                       WS-Period-Start (7:2) " - "
                       WS-Period-End (1:4) "/" WS-Period-End (5:2) "/"
                       WS-Period-End (7:2) " - preview, nothing posted"
                                                         delimited by size
                                                    into WS-Rg-Mode
              end-string
     end-if.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Mil-Differential-Register.
*>
     move     1    to Mil-Emp-No.
     move     zero to Mil-Start-Date.
     start    PY-Military-Leave-File key not < Mil-Key
              invalid key
                       move     "10" to PY-Mil-Status
     end-start.
     perform  until PY-Mil-Status not = "00"
              read     PY-Military-Leave-File next record at end
                       exit perform
              end-read
              if       PY-Mil-Status not = "00"
                       exit perform
              end-if
              if       (Mil-On-Leave or Mil-Returned)
                 and   Mil-Last-Period-End < WS-Period-End
                       perform  db000-Orders-Differential
              end-if
     end-perform.
*>
     terminate
              Mil-Differential-Register.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
*>
*> The batch grew - force a fresh proof before it can apply.
*>
     if       WS-Posting = "Y"
              if       WS-Cnt-Paid not = zero
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
     move     WS-Cnt-Orders to WS-Disp-Cnt.
     display  "Orders in the period   : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt                 at line  8 col 30.
     move     WS-Cnt-Paid to WS-Disp-Cnt.
     if       WS-Posting = "Y"
              display  "Differential posted    : " at line  9 col 5
     else
              display  "Would be posted        : " at line  9 col 5.
     display  WS-Disp-Cnt                 at line  9 col 30.
     move     WS-Tot-Diff to WS-Disp-Amt.
     display  WS-Disp-Amt                 at line  9 col 37.
     move     WS-Cnt-Nil to WS-Disp-Cnt.
     display  "Military pay covers it : " at line 10 col 5.
     display  WS-Disp-Cnt                 at line 10 col 30.
     move     WS-Cnt-Held to WS-Disp-Cnt.
     display  "Held - see register    : " at line 11 col 5.
     display  WS-Disp-Cnt                 at line 11 col 30.
     if       WS-Posting = "Y"
        and   WS-Cnt-Paid not = zero
              display  "Batch set back to un-proofed - run hrsprint / pyproof again"
                       at line 13 col 5 with foreground-color 2.
     perform  az060-Error.
*>
 da000-Exit.  exit section.
*>
 db000-Orders-Differential   section.
*>**********************************
*>
*> The orders in the buffer against the pay period - nothing when
*> they do not reach into it, otherwise regular less military pay
*> for the share of the period away.
*>
     move     Mil-Start-Date to WS-Leave-From.
     move     Mil-End-Date   to WS-Leave-To.
     if       Mil-Returned
              compute  WS-Return-Date = DATE-OF-INTEGER
                       (INTEGER-OF-DATE (Mil-Return-Date) - 1)
              if       WS-Return-Date < WS-Leave-To
                       move     WS-Return-Date to WS-Leave-To
              end-if
     end-if.
     if       WS-Leave-To   < WS-Period-Start
        or    WS-Leave-From > WS-Period-End
              go to    db000-Exit.
     move     WS-Leave-From to WS-Cover-From.
     if       WS-Period-Start > WS-Cover-From
              move     WS-Period-Start to WS-Cover-From.
     move     WS-Leave-To to WS-Cover-To.
     if       WS-Period-End < WS-Cover-To
              move     WS-Period-End to WS-Cover-To.
     compute  WS-Cover-Days = INTEGER-OF-DATE (WS-Cover-To)
                            - INTEGER-OF-DATE (WS-Cover-From) + 1.
*>
     add      1 to WS-Cnt-Orders.
     move     1 to WS-Rg-Count.
     move     zero   to WS-Rg-Regular WS-Rg-Military WS-Rg-Diff WS-Diff-Amount.
     move     spaces to WS-Rg-Name WS-Rg-Note.
     move     Mil-Emp-No to WS-Sel-Emp.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              move     "Not on the employee file - held" to WS-Rg-Note
              go to    db010-Held.
     move     Emp-Name to WS-Rg-Name.
     if       Emp-Pay-Freq not > zero
              move     "No pay frequency - held" to WS-Rg-Note
              go to    db010-Held.
*>
*> Regular pay for a full period - salary, or normal units at Rate 1 -
*> and military pay per period, both for the share of it away.
*>
     if       Emp-HS-Type = "S"
              move     Emp-Rate (1) to WS-Regular
     else
              compute  WS-Regular rounded = Emp-Normal-Units * Emp-Rate (1).
     if       WS-Regular = zero
              move     "No regular pay on file - held" to WS-Rg-Note
              go to    db010-Held.
     if       Mil-Pay-Basis = "P"
              move     Mil-Pay-Amount to WS-Military
     else
              compute  WS-Military rounded = Mil-Pay-Amount * 12 / Emp-Pay-Freq.
     compute  WS-Rg-Regular rounded = WS-Regular * WS-Cover-Days / WS-Period-Days.
     compute  WS-Rg-Military rounded = WS-Military * WS-Cover-Days / WS-Period-Days.
     compute  WS-Diff = WS-Rg-Regular - WS-Rg-Military.
     if       WS-Diff not > zero
              add      1 to WS-Cnt-Nil
              move     "Military pay covers regular" to WS-Rg-Note
              if       WS-Posting = "Y"
                       move     WS-Period-End to Mil-Last-Period-End
                       rewrite  PY-Military-Leave-Record
              end-if
              generate Dif-Detail
              go to    db000-Exit.
     move     WS-Diff to WS-Diff-Amount WS-Rg-Diff.
     add      1 to WS-Cnt-Paid.
     add      WS-Diff-Amount to WS-Tot-Diff.
     if       WS-Posting not = "Y"
              move     "To post" to WS-Rg-Note
              generate Dif-Detail
              go to    db000-Exit.
*>
     perform  dc000-Post-Line.
     add      WS-Diff-Amount  to Mil-Diff-Paid.
     add      1               to Mil-Diff-Count.
     move     WS-Period-End   to Mil-Last-Period-End.
     move     WS-Hrs-Batch-No to Mil-Last-Batch.
     rewrite  PY-Military-Leave-Record.
     move     "Posted" to WS-Rg-Note.
     generate Dif-Detail.
     go       to db000-Exit.
*>
 db010-Held.
     add      1 to WS-Cnt-Held.
     generate Dif-Detail.
*>
 db000-Exit.  exit section.
*>
 dc000-Post-Line             section.
*>**********************************
*>
*> The differential as a code 23 line dated the period end - one
*> already there takes it on top.
*>
     move     Mil-Emp-No     to Hrs-Emp-No.
     move     WS-Period-End  to Hrs-Effective-Date.
     move     1              to Hrs-Rate.
     move     23             to Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero            to Hrs-Units
                       move     WS-Diff-Amount  to Hrs-Amount
                       move     WS-Hrs-Batch-No to Hrs-Entry-Batch-No
                       move     spaces          to Hrs-Job-Tag
                       move     "D"             to Hrs-Gen-Flag
                       write    PY-Pay-Transactions-Record
                                invalid key
                                         go to    dc000-Exit
                       end-write
                       add      1 to WS-Hdr-No-Recs
              not invalid key
                       add      WS-Diff-Amount to Hrs-Amount
                       rewrite  PY-Pay-Transactions-Record
     end-read.
*>
 dc000-Exit.  exit section.
*>
 ea000-Userra-Register       section.
*>**********************************
*>
*> Every employee's orders with the running service total against
*> the five years.
*>
     move     spaces to WS-Rg-Mode.
     string   "Service counted to " WS-Today (1:4) "/" WS-Today (5:2) "/"
              WS-Today (7:2)                      delimited by size
                                             into WS-Rg-Mode
     end-string.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Mil-Userra-Register.
     move     zero to WS-Rg-Prev-Emp WS-Rg-Running.
     move     1    to Mil-Emp-No.
     move     zero to Mil-Start-Date.
     start    PY-Military-Leave-File key not < Mil-Key
              invalid key
                       move     "10" to PY-Mil-Status
     end-start.
     perform  until PY-Mil-Status not = "00"
              read     PY-Military-Leave-File next record at end
                       exit perform
              end-read
              if       PY-Mil-Status not = "00"
                       exit perform
              end-if
              perform  eb000-Register-Line
     end-perform.
     terminate
              Mil-Userra-Register.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
     display  "USERRA register printed" at line 5 col 1 with erase eos.
     perform  az060-Error.
*>
 ea000-Exit.  exit section.
*>
 eb000-Register-Line         section.
*>**********************************
*>
     if       Mil-Emp-No not = WS-Rg-Prev-Emp
              move     Mil-Emp-No to WS-Rg-Prev-Emp Emp-No
              move     zero       to WS-Rg-Running
              move     spaces     to WS-Rg-Name
              read     PY-Employee-File key Emp-No
                       not invalid key
                                move     Emp-Name to WS-Rg-Name
              end-read
     end-if.
     perform  az025-Days-Counted.
     add      WS-Rg-Days to WS-Rg-Running.
     compute  WS-Rg-Left = WS-Userra-Limit - WS-Rg-Running.
     move     1      to WS-Rg-Count.
     move     spaces to WS-Rg-Note.
     evaluate true
              when Mil-On-Leave
                       move "Away"      to WS-Rg-Status
              when Mil-Returned
                       move "Returned"  to WS-Rg-Status
              when other
                       move "Cancelled" to WS-Rg-Status
     end-evaluate.
     if       WS-Rg-Left < zero
              move     "*** Over the USERRA five year limit ***" to WS-Rg-Note
     else
      if      WS-Rg-Left < WS-Userra-Warn
              move     "Five year limit near" to WS-Rg-Note
      end-if
     end-if.
     generate Usr-Detail.
*>
 eb000-Exit.  exit section.
