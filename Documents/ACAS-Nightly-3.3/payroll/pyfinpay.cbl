       >>source free
*>****************************************************************
*>      State Final Pay Deadlines - Rules, Termination Tickler    *
*>                  & Missed Deadline Exceptions                  *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyfinpay.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Tells the payroll desk when a terminated
*>                      employee's final pay is due. Every state sets
*>                      its own deadline - the same day, within so many
*>                      hours or days, or the next regular payday - and
*>                      often a different one for an employee who quits
*>                      than for one who is discharged; some also make
*>                      the payout of accrued vacation mandatory.
*>
*>                      Functions off one menu:
*>
*>                      M - maintains PY-Final-Pay-Rule-File, one entry
*>                          per state (see wspyfpr.cob for the rule
*>                          codes) plus "**", the rule for any state
*>                          not on file;
*>                      T - the termination tickler - every employee
*>                          terminated (Emp-Status T) on or after a date
*>                          keyed, with the deadline worked out from
*>                          Emp-Term-Date, Emp-Taxing-State, the
*>                          separation type py010 keyed (Emp-Sep-Type)
*>                          and, for a next payday rule, the first check
*>                          date after the termination on PY-Calendar-
*>                          File for the employee's pay interval; whether
*>                          the vacation payout is mandatory and any
*>                          balance still unpaid; and whether the final
*>                          pay has gone out;
*>                      X - the same but listing only the exceptions -
*>                          final pay overdue or made late, mandatory
*>                          vacation still unpaid.
*>
*>                      The final pay is taken as made by the first
*>                      check dated on or after the termination - on
*>                      the check history (a pymanchk hand check or an
*>                      off-cycle apply) or, without check history, in
*>                      the current check run. Voided checks do not
*>                      count. Once found the date is kept on the
*>                      employee (Emp-Final-Pay-Date).
*>
*>                      Separation not keyed is taken as a discharge,
*>                      no rule on file as the next regular payday, and
*>                      no calendar period as one pay interval on from
*>                      the termination - each noted on the line.
*>
*>                      An employee still owing on a staff purchase
*>                      account (pyslpost) has the balance left on the
*>                      Sales Ledger customer noted on the line, for
*>                      the desk to settle with the final pay.
*>
*>                      Same prompt plan as pymilit.
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
*>                      pyfpr.   State Final Pay Rules - I-O.
*>                      pyemp.   Employee Master - I-O (final pay date).
*>                      pycal.   Pay Period Calendar.
*>                      pychkh.  Check History (when used).
*>                      pychk.   Check File.
*>                      pyepa.   Employee Purchase Accounts (when used).
*>                      prt-1.   Tickler / Exceptions.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY326 - 327.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Purchase account balance still owed on the
*>                       Sales Ledger noted on the line and counted.
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
 copy "selpyfpr.cob".
 copy "selpyemp.cob".
 copy "selpycal.cob".
 copy "selpychkh.cob".
 copy "selpychk.cob".
 copy "selpyepa.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyfpr.cob".
 copy "fdpyemp.cob".
 copy "fdpycal.cob".
 copy "fdpychkh.cob".
 copy "fdpychk.cob".
 copy "fdpyepa.cob".
*>
 fd  Print-File
     reports are Final-Pay-Tickler.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyfinpay (1.0.01)".  *> First release pre testing.
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
     03  PY-Fpr-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Cal-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Chk-Status       pic xx.
     03  PY-Epa-Status       pic xx.
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
     03  WS-Exceptions-Only  pic x        value "N".       *> Y = X run
     03  WS-Amending         pic x        value "N".       *> Y = state on file
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Today            pic 9(8)     value zero.
     03  WS-From-Date        pic 9(8)     value zero.
     03  WS-Chkh-Used        pic x        value "N".       *> PY-PR1-Check-History-Used
     03  WS-Chkh-Open        pic x        value "N".
     03  WS-Cal-Open         pic x        value "N".
     03  WS-Chk-Open         pic x        value "N".
     03  WS-Epa-Open         pic x        value "N".
     03  WS-Chk-Run-Date     pic 9(8)     value zero.      *> current check run period end, zero = none
*>
*> Rule as keyed.
*>
     03  WS-State            pic xx       value spaces.
     03  WS-Quit-Rule        pic x        value "P".
         88  WS-Quit-Valid            values "S" "C" "W" "P" "E".
         88  WS-Quit-Needs-Days       values "C" "W" "E".
     03  WS-Quit-Days        pic 999      value zero.
     03  WS-Disch-Rule       pic x        value "P".
         88  WS-Disch-Valid           values "S" "C" "W" "P" "E".
         88  WS-Disch-Needs-Days      values "C" "W" "E".
     03  WS-Disch-Days       pic 999      value zero.
     03  WS-Vac-Payout       pic x        value "N".
     03  WS-Note             pic x(30)    value spaces.
*>
*> Deadline worked out.
*>
     03  WS-Rule             pic x        value space.
     03  WS-Rule-Days        pic 999      value zero.
     03  WS-Rule-Vac         pic x        value "N".
     03  WS-Due-Date         pic 9(8)     value zero.
     03  WS-Payday           pic 9(8)     value zero.
     03  WS-Cal-Due          pic 9(8)     value zero.
     03  WS-Paid-Date        pic 9(8)     value zero.
     03  WS-Int              binary-long  value zero.
     03  WS-Day-Cnt          pic 999      value zero.
     03  WS-Interval-Days    pic 99       value zero.
     03  WS-Days-Left        pic s9(5)    value zero.
     03  WS-Note-Ptr         pic 99       value 1.
     03  WS-Line-Note        pic x(50)    value spaces.
     03  WS-Disp-3           pic zz9.
     03  WS-Disp-Days        pic zzzz9.
     03  WS-Disp-Date        pic 9999/99/99.
*>
*> Tickler lines.
*>
     03  WS-Rg-Title         pic x(40)    value spaces.
     03  WS-Rg-Mode          pic x(80)    value spaces.
     03  WS-Rg-Name          pic x(24)    value spaces.
     03  WS-Rg-Sep           pic x(9)     value spaces.
     03  WS-Rg-Rule          pic x(16)    value spaces.
     03  WS-Rg-Vac           pic x(3)     value spaces.
     03  WS-Rg-Paid          pic x(10)    value spaces.
     03  WS-Rg-Status        pic x(16)    value spaces.
     03  WS-Rg-Note          pic x(80)    value spaces.
     03  WS-Rg-Count         pic 9        value zero.
     03  WS-Rg-Open          pic 9        value zero.
     03  WS-Rg-Late          pic 9        value zero.
     03  WS-Rg-Owed          pic 9        value zero.
     03  WS-Disp-Owed        pic z,zzz,zz9.99.
     03  WS-Cnt-Listed       pic 9(5)     value zero.
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
     03  PY326           pic x(65) value "PY326 Rule must be S, C, W, P or E - and C, W or E needs the days".
     03  PY327           pic x(34) value "PY327 Terminated from date invalid".
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
 RD  Final-Pay-Tickler
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Fpt-Head  Type Page Heading.
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
         05  col  45     pic x(40)   source WS-Rg-Title.
     03  Line  4.
         05  col  27     pic x(80)   source WS-Rg-Mode.
     03  line  5.
         05  col   1                 value "Emp No".
         05  col   9                 value "-- Name ----------------".
         05  col  34                 value "St".
         05  col  37                 value "Separated".
         05  col  47                 value "Terminated".
         05  col  58                 value "Rule".
         05  col  75                 value "Final Due".
         05  col  86                 value "Vac".
         05  col  90                 value "Vac Hours".
         05  col 100                 value "Final Paid".
         05  col 111                 value "Status".
*>
 01  Fpt-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)           source Emp-No.
         05  col   9     pic x(24)          source WS-Rg-Name.
         05  col  34     pic xx             source Emp-Taxing-State.
         05  col  37     pic x(9)           source WS-Rg-Sep.
         05  col  47     pic 9999/99/99     source Emp-Term-Date.
         05  col  58     pic x(16)          source WS-Rg-Rule.
         05  col  75     pic 9999/99/99     source WS-Due-Date.
         05  col  86     pic x(3)           source WS-Rg-Vac.
         05  col  90     pic zz,zz9.99      source Emp-Vac-Accum.
         05  col 100     pic x(10)          source WS-Rg-Paid.
         05  col 111     pic x(16)          source WS-Rg-Status.
     03  line + 1     present when WS-Rg-Note not = spaces.
         05  col   9     pic x(80)          source WS-Rg-Note.
*>
 01  type control Footing Final.
     03  line + 2.
         05  col   1     pic x(21)          value "Terminations listed :".
         05  col  24     pic zzzz9          sum WS-Rg-Count.
     03  line + 1.
         05  col   1     pic x(21)          value "Final pay not made  :".
         05  col  24     pic zzzz9          sum WS-Rg-Open.
     03  line + 1.
         05  col   1     pic x(21)          value "Exceptions          :".
         05  col  24     pic zzzz9          sum WS-Rg-Late.
     03  line + 1.
         05  col   1     pic x(21)          value "Purchase acct owed  :".
         05  col  24     pic zzzz9          sum WS-Rg-Owed.
     03  line + 2.
         05  col   1     pic x(103)          value "Rules: Same day, calendar days, work days (Mon - Fri), next regular payday, or payday but no later than".
     03  line + 1.
         05  col   1     pic x(91)          value "the days. Final paid is the first check dated on or after the termination - voids excluded.".
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
     display  "Final Pay" at 0125 with foreground-color 2.
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
     move     PY-PR1-Check-History-Used to WS-Chkh-Used.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
*>
     open     i-o PY-Final-Pay-Rule-File.
     if       PY-Fpr-Status = "35"        *> first ever use
              open     output PY-Final-Pay-Rule-File
              close    PY-Final-Pay-Rule-File
              open     i-o PY-Final-Pay-Rule-File
     end-if.
     open     i-o PY-Employee-File.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Final-Pay-Rule-File
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
     display  "Final Pay - State Deadlines On Termination"                  at line 1 col 1 with erase eos.
     display  "M = Maintain state rules, T = Termination tickler, X = Exceptions, Q = Quit [ ]"
                                                                           at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 79 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "M"
                       perform  ba000-Rules
              when "T"
                       move     "N" to WS-Exceptions-Only
                       perform  da000-Tickler
              when "X"
                       move     "Y" to WS-Exceptions-Only
                       perform  da000-Tickler
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 az030-Get-Rule              section.
*>**********************************
*>
*> The rule for the employee's taxing state and separation - into
*> WS-Rule / WS-Rule-Days / WS-Rule-Vac.
*>
     move     Emp-Taxing-State to Fpr-State.
     read     PY-Final-Pay-Rule-File key Fpr-State
              invalid key
                       move     "**" to Fpr-State
                       read     PY-Final-Pay-Rule-File key Fpr-State
                                invalid key
                                         move     "P"    to Fpr-Quit-Rule Fpr-Disch-Rule
                                         move     zero   to Fpr-Quit-Days Fpr-Disch-Days
                                         move     "N"    to Fpr-Vac-Payout
                                         move     spaces to Fpr-State
                       end-read
     end-read.
     evaluate Fpr-State
              when spaces
                       move     "No rule on file - next payday used" to WS-Line-Note
                       perform  az090-Add-Note
              when "**"
                       move     "No rule for the state - ** rule used" to WS-Line-Note
                       perform  az090-Add-Note
     end-evaluate.
     move     Fpr-Vac-Payout to WS-Rule-Vac.
     evaluate Emp-Sep-Type
              when "Q"
                       move     "Quit"      to WS-Rg-Sep
                       move     Fpr-Quit-Rule  to WS-Rule
                       move     Fpr-Quit-Days  to WS-Rule-Days
              when "D"
                       move     "Discharge" to WS-Rg-Sep
                       move     Fpr-Disch-Rule to WS-Rule
                       move     Fpr-Disch-Days to WS-Rule-Days
              when other
                       move     "Not keyed" to WS-Rg-Sep
                       move     Fpr-Disch-Rule to WS-Rule
                       move     Fpr-Disch-Days to WS-Rule-Days
                       move     "Separation not keyed - discharge rule used" to WS-Line-Note
                       perform  az090-Add-Note
     end-evaluate.
*>
 az030-Exit.  exit section.
*>
 az035-Due-Date              section.
*>**********************************
*>
*> WS-Due-Date from Emp-Term-Date by WS-Rule, with the rule shown
*> in WS-Rg-Rule.
*>
     move     Emp-Term-Date to WS-Due-Date.
     move     spaces        to WS-Rg-Rule.
     move     WS-Rule-Days  to WS-Disp-3.
     if       TEST-DATE-YYYYMMDD (Emp-Term-Date) not = zero
              move     "Term date invalid - no deadline worked" to WS-Line-Note
              perform  az090-Add-Note
              go to    az035-Exit.
     evaluate WS-Rule
              when "S"
                       move     "Same day" to WS-Rg-Rule
              when "C"
                       compute  WS-Due-Date = DATE-OF-INTEGER (INTEGER-OF-DATE (Emp-Term-Date) + WS-Rule-Days)
                       string   TRIM (WS-Disp-3) " cal days"  delimited by size
                                                             into WS-Rg-Rule
                       end-string
              when "W"
                       perform  az040-Add-Work-Days
                       string   TRIM (WS-Disp-3) " work days" delimited by size
                                                             into WS-Rg-Rule
                       end-string
              when "E"
                       perform  az045-Next-Payday
                       compute  WS-Cal-Due  = DATE-OF-INTEGER (INTEGER-OF-DATE (Emp-Term-Date) + WS-Rule-Days)
                       if       WS-Payday < WS-Cal-Due
                                move     WS-Payday  to WS-Due-Date
                       else
                                move     WS-Cal-Due to WS-Due-Date
                       end-if
                       string   "Payday / " TRIM (WS-Disp-3) " days" delimited by size
                                                             into WS-Rg-Rule
                       end-string
              when other                   *> P
                       perform  az045-Next-Payday
                       move     WS-Payday     to WS-Due-Date
                       move     "Next payday" to WS-Rg-Rule
     end-evaluate.
*>
 az035-Exit.  exit section.
*>
 az040-Add-Work-Days         section.
*>**********************************
*>
*> Counts forward Monday - Friday only - integer day 1 (01/01/1601)
*> was a Monday, so MOD 7 gives 6 for a Saturday and 0 a Sunday.
*>
     compute  WS-Int = INTEGER-OF-DATE (Emp-Term-Date).
     move     zero to WS-Day-Cnt.
     perform  until WS-Day-Cnt not < WS-Rule-Days
              add      1 to WS-Int
              if       MOD (WS-Int, 7) not = 6
                 and   MOD (WS-Int, 7) not = zero
                       add      1 to WS-Day-Cnt
              end-if
     end-perform.
     compute  WS-Due-Date = DATE-OF-INTEGER (WS-Int).
*>
 az040-Exit.  exit section.
*>
 az045-Next-Payday           section.
*>**********************************
*>
*> First check date after the termination for the employee's pay
*> interval - the calendar is keyed on the period end so start six
*> weeks back to catch a check paid in arrears. No calendar, one
*> interval on from the termination.
*>
     move     zero to WS-Payday.
     if       WS-Cal-Open = "Y"
              move     Emp-Pay-Interval to Cal-Interval
              compute  Cal-Period-End = DATE-OF-INTEGER (INTEGER-OF-DATE (Emp-Term-Date) - 42)
              start    PY-Calendar-File key not < Cal-Key
                       invalid key
                                move     "23" to PY-Cal-Status
              end-start
              perform  until PY-Cal-Status not = "00"
                       read     PY-Calendar-File next record at end
                                exit perform
                       end-read
                       if       PY-Cal-Status not = "00"
                          or    Cal-Interval not = Emp-Pay-Interval
                                exit perform
                       end-if
                       if       Cal-Check-Date > Emp-Term-Date
                                move     Cal-Check-Date to WS-Payday
                                exit perform
                       end-if
              end-perform
     end-if.
     if       WS-Payday = zero
              evaluate Emp-Pay-Interval
                       when "W"  move  7 to WS-Interval-Days
                       when "S"  move 15 to WS-Interval-Days
                       when "M"  move 30 to WS-Interval-Days
                       when other
                                 move 14 to WS-Interval-Days
              end-evaluate
              compute  WS-Payday = DATE-OF-INTEGER (INTEGER-OF-DATE (Emp-Term-Date) + WS-Interval-Days)
              move     "No calendar period - payday estimated" to WS-Line-Note
              perform  az090-Add-Note
     end-if.
*>
 az045-Exit.  exit section.
*>
 az050-Final-Paid            section.
*>**********************************
*>
*> WS-Paid-Date - first check on or after the termination, kept on
*> the employee once found. Zero = not yet paid.
*>
     move     Emp-Final-Pay-Date to WS-Paid-Date.
     if       WS-Paid-Date not = zero
              go to    az050-Exit.
     if       WS-Chkh-Open = "Y"
              move     Emp-No        to Chkh-Emp-No
              move     Emp-Term-Date to Chkh-Check-Date
              start    PY-Check-History-File key not < Chkh-Key
                       invalid key
                                move     "23" to PY-Chkh-Status
              end-start
              perform  until PY-Chkh-Status not = "00"
                       read     PY-Check-History-File next record at end
                                exit perform
                       end-read
                       if       PY-Chkh-Status not = "00"
                          or    Chkh-Emp-No not = Emp-No
                                exit perform
                       end-if
                       if       not Chkh-Stat-Void
                                move     Chkh-Check-Date to WS-Paid-Date
                                exit perform
                       end-if
              end-perform
     end-if.
*>
*> Not on history - in the current check run ?
*>
     if       WS-Paid-Date = zero
         and  WS-Chk-Run-Date not < Emp-Term-Date
         and  WS-Chk-Run-Date not = zero
              move     Emp-No to Chk-Emp-No
              read     PY-Check-File key Chk-Emp-No
                       not invalid key
                                move     WS-Chk-Run-Date to WS-Paid-Date
              end-read
     end-if.
     if       WS-Paid-Date not = zero
              move     WS-Paid-Date to Emp-Final-Pay-Date
              rewrite  PY-Employee-Record
     end-if.
*>
 az050-Exit.  exit section.
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
 az090-Add-Note              section.
*>**********************************
*>
*> WS-Line-Note onto the end of the line's note.
*>
     if       WS-Note-Ptr > 1
         and  WS-Note-Ptr < 78
              string   "; " delimited by size
                                into WS-Rg-Note with pointer WS-Note-Ptr
              end-string
     end-if.
     string   WS-Line-Note delimited by "  "
                       into WS-Rg-Note with pointer WS-Note-Ptr
     end-string.
     move     spaces to WS-Line-Note.
*>
 az090-Exit.  exit section.
*>
 ba000-Rules                 section.
*>**********************************
*>
*> One state at a time until the state is left blank.
*>
 ba005-Get-State.
     display  "Final Pay Rules - by taxing state, ** = any other state" at line 1 col 1 with erase eos.
     display  "Rules: S = same day, C = calendar days, W = work days (Mon - Fri),"
                                                     at line 3 col 1.
     display  "       P = next regular payday, E = next payday but no later than the days"
                                                     at line 4 col 1.
     move     spaces to WS-State.
     display  "State                  [  ]"            at line 6 col 1.
     accept   WS-State at line 6 col 25 with UPPER.
     if       WS-State = spaces or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     move     WS-State to Fpr-State.
     read     PY-Final-Pay-Rule-File key Fpr-State
              invalid key
                       move     "N"    to WS-Amending
                       move     "P"    to WS-Quit-Rule WS-Disch-Rule
                       move     zero   to WS-Quit-Days WS-Disch-Days
                       move     "N"    to WS-Vac-Payout
                       move     spaces to WS-Note
              not invalid key
                       move     "Y"    to WS-Amending
                       move     Fpr-Quit-Rule  to WS-Quit-Rule
                       move     Fpr-Quit-Days  to WS-Quit-Days
                       move     Fpr-Disch-Rule to WS-Disch-Rule
                       move     Fpr-Disch-Days to WS-Disch-Days
                       move     Fpr-Vac-Payout to WS-Vac-Payout
                       move     Fpr-Note       to WS-Note
     end-read.
     if       WS-Amending = "Y"
              display  "On file - amending"  at line 6 col 30 with foreground-color 2
     else
              display  "New state"           at line 6 col 30 with foreground-color 2.
*>
 ba010-Keyed.
     display  "Quit       - rule      [ ]  days [   ]"        at line  8 col 1.
     display  "Discharged - rule      [ ]  days [   ]"        at line  9 col 1.
     display  "Vacation payout mandatory (Y/N) [ ]"           at line 10 col 1.
     display  "Note                   [                              ]" at line 11 col 1.
     accept   WS-Quit-Rule  at line  8 col 25 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     accept   WS-Quit-Days  at line  8 col 35 with UPDATE.
     accept   WS-Disch-Rule at line  9 col 25 with UPPER UPDATE.
     accept   WS-Disch-Days at line  9 col 35 with UPDATE.
     accept   WS-Vac-Payout at line 10 col 34 with UPPER UPDATE.
     accept   WS-Note       at line 11 col 25 with UPDATE.
     if       WS-Vac-Payout not = "Y"
              move     "N" to WS-Vac-Payout.
     if       not WS-Quit-Valid
        or    not WS-Disch-Valid
        or    (WS-Quit-Needs-Days  and WS-Quit-Days  = zero)
        or    (WS-Disch-Needs-Days and WS-Disch-Days = zero)
              display  PY326    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Keyed.
*>
     if       WS-Amending = "Y"
              display  "Save (Y), Delete (D) or leave as is [ ]" at line 13 col 1
     else
              display  "Save (Y/N) [ ]"                          at line 13 col 1.
     move     "N" to WS-Reply.
     if       WS-Amending = "Y"
              accept   WS-Reply at line 13 col 38 with UPPER
     else
              accept   WS-Reply at line 13 col 13 with UPPER.
     if       WS-Reply = "D"
         and  WS-Amending = "Y"
              delete   PY-Final-Pay-Rule-File record
              display  "Rule deleted" at line 15 col 1
              perform  az060-Error
              go to    ba005-Get-State.
     if       WS-Reply not = "Y"
              go to    ba005-Get-State.
     move     WS-State      to Fpr-State.
     move     WS-Quit-Rule  to Fpr-Quit-Rule.
     move     WS-Quit-Days  to Fpr-Quit-Days.
     move     WS-Disch-Rule to Fpr-Disch-Rule.
     move     WS-Disch-Days to Fpr-Disch-Days.
     move     WS-Vac-Payout to Fpr-Vac-Payout.
     move     WS-Note       to Fpr-Note.
     move     WS-Operator   to Fpr-Changed-By.
     move     WS-Today      to Fpr-Changed-Date.
     if       WS-Amending = "Y"
              rewrite  PY-Final-Pay-Rule-Record
     else
              write    PY-Final-Pay-Rule-Record.
     go       to ba005-Get-State.
*>
 ba000-Exit.  exit section.
*>
 da000-Tickler               section.
*>**********************************
*>
*> Every termination since the date keyed - or, for X, only those
*> where the deadline was missed or a mandatory vacation payout is
*> still owed.
*>
     if       WS-Exceptions-Only = "Y"
              move     "Final Pay - Missed Deadline Exceptions" to WS-Rg-Title
     else
              move     "Final Pay - Termination Tickler"        to WS-Rg-Title.
     display  WS-Rg-Title at line 1 col 1 with erase eos.
     compute  WS-From-Date = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-Today) - 90).
     display  "Terminated on or after ccyymmdd [        ]" at line 3 col 1.
     accept   WS-From-Date at line 3 col 34 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-From-Date) not = zero
              display  PY327    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da000-Exit.
*>
     move     "N" to WS-Cal-Open WS-Chkh-Open WS-Chk-Open WS-Epa-Open.
     move     zero to WS-Chk-Run-Date.
     open     input PY-Calendar-File.
     if       PY-Cal-Status = "00"
              move     "Y" to WS-Cal-Open.
     if       WS-Chkh-Used = "Y"
              open     input PY-Check-History-File
              if       PY-Chkh-Status = "00"
                       move     "Y" to WS-Chkh-Open
              end-if
     end-if.
     open     input PY-Check-File.
     if       PY-Chk-Status = "00"
              move     "Y"  to WS-Chk-Open
              move     zero to Chk-Emp-No
              read     PY-Check-File key Chk-Emp-No
                       not invalid key
                                move     Chk-hdr-To-Date to WS-Chk-Run-Date
              end-read
     end-if.
     open     input PY-Emp-Purch-File.
     if       PY-Epa-Status = "00"
              move     "Y" to WS-Epa-Open.
*>
     move     spaces to WS-Rg-Mode.
     move     WS-From-Date to WS-Disp-Date.
     string   "Terminated on or after " WS-Disp-Date " - as at "
                                          delimited by size
              WS-Today (1:4) "/" WS-Today (5:2) "/" WS-Today (7:2)
                                          delimited by size
                                             into WS-Rg-Mode
     end-string.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     move     zero to WS-Cnt-Listed.
     open     output Print-File.
     initiate Final-Pay-Tickler.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       move     "23" to PY-Emp-Status
     end-start.
     perform  until PY-Emp-Status not = "00"
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-Status not = "T"
                 or    Emp-Term-Date < WS-From-Date
                       exit perform cycle
              end-if
              perform  db000-Tickler-Line
     end-perform.
     terminate
              Final-Pay-Tickler.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
     if       WS-Cal-Open = "Y"
              close    PY-Calendar-File.
     if       WS-Chkh-Open = "Y"
              close    PY-Check-History-File.
     if       WS-Chk-Open = "Y"
              close    PY-Check-File.
     if       WS-Epa-Open = "Y"
              close    PY-Emp-Purch-File.
     move     WS-Cnt-Listed to WS-Disp-Days.
     display  WS-Rg-Title       at line 5 col 1 with erase eos.
     display  "printed - lines" at line 5 col 42.
     display  WS-Disp-Days      at line 5 col 58.
     perform  az060-Error.
*>
 da000-Exit.  exit section.
*>
 db000-Tickler-Line          section.
*>**********************************
*>
     move     zero   to WS-Rg-Open WS-Rg-Late WS-Rg-Owed.
     move     1      to WS-Rg-Count WS-Note-Ptr.
     move     spaces to WS-Rg-Note WS-Line-Note.
     move     Emp-Name to WS-Rg-Name.
     perform  az030-Get-Rule.
     perform  az035-Due-Date.
     perform  az050-Final-Paid.
*>
     if       WS-Paid-Date not = zero
              move     WS-Paid-Date to WS-Disp-Date
              move     WS-Disp-Date to WS-Rg-Paid
              if       WS-Paid-Date > WS-Due-Date
                       move     "PAID LATE" to WS-Rg-Status
                       move     1 to WS-Rg-Late
              else
                       move     "On time"   to WS-Rg-Status
              end-if
     else
              move     "Not paid" to WS-Rg-Paid
              move     1 to WS-Rg-Open
              compute  WS-Days-Left = INTEGER-OF-DATE (WS-Due-Date) - INTEGER-OF-DATE (WS-Today)
              evaluate true
                       when WS-Days-Left < zero
                                move     "OVERDUE"   to WS-Rg-Status
                                move     1 to WS-Rg-Late
                       when WS-Days-Left = zero
                                move     "Due today" to WS-Rg-Status
                       when other
                                move     WS-Days-Left to WS-Disp-Days
                                move     spaces to WS-Rg-Status
                                string   "Due in " TRIM (WS-Disp-Days) " days"
                                                    delimited by size
                                                    into WS-Rg-Status
                                end-string
              end-evaluate
     end-if.
*>
*> Mandatory vacation - any balance left on the employee is owed.
*>
     if       WS-Rule-Vac = "Y"
              move     "Req" to WS-Rg-Vac
              if       Emp-Vac-Accum > zero
                       move     "Mandatory vacation payout - balance still unpaid" to WS-Line-Note
                       perform  az090-Add-Note
                       move     1 to WS-Rg-Late
              end-if
     else
              move     "No"  to WS-Rg-Vac.
*>
*> Staff purchase account - a balance left on the Sales Ledger is
*> owed; noted but not an exception, as it may not be taken from
*> final pay without the employee's consent in every state.
*>
     if       WS-Epa-Open = "Y"
              move     Emp-No to Epa-Emp-No
              read     PY-Emp-Purch-File key Epa-Emp-No
                       invalid key
                                move     zero to Epa-Balance
              end-read
              if       Epa-Balance > zero
                       move     Epa-Balance to WS-Disp-Owed
                       string   "Purchase acct "  delimited by size
                                Epa-Customer      delimited by space
                                " owes "          delimited by size
                                FUNCTION TRIM (WS-Disp-Owed LEADING) delimited by size
                                into WS-Line-Note
                       end-string
                       perform  az090-Add-Note
                       move     1 to WS-Rg-Owed
              end-if
     end-if.
*>
     if       WS-Exceptions-Only = "Y"
         and  WS-Rg-Late = zero
              go to    db000-Exit.
     add      1 to WS-Cnt-Listed.
     generate Fpt-Detail.
*>
 db000-Exit.  exit section.
