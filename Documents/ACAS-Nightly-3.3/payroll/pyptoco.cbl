       >>source free
*>****************************************************************
*>      PTO Cash-Out - Yearly Vacation Sell-Back Elections,       *
*>         Payout Run Posting & HR Register                       *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyptoco.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Employees may sell back accrued vacation once a
*>                      year, up to the plan maximum (40 hours as
*>                      shipped). To keep the hours from being
*>                      constructively received - and so taxable - the
*>                      moment they accrue, the election has to be
*>                      made in the year before the hours are paid and
*>                      cannot be changed once made. Functions off one
*>                      menu:
*>
*>                      E - takes an employee's election for next year
*>                          (the plan year) - hours and payout date -
*>                          only while the enrollment window is open.
*>                          The hours must be no more than the plan
*>                          maximum nor the vacation the employee is
*>                          projected to have on the payout date - the
*>                          current balance, plus accrual at the
*>                          employee's rate up to then (to the accrual
*>                          cap), less approved leave not yet taken
*>                          and the balance the plan says must be
*>                          left, as pyleave projects it. An election
*>                          can be changed or withdrawn (zero hours)
*>                          until the window closes and never after;
*>                      P - payout run - pays every election for the
*>                          plan year due on or before the run date.
*>                          Each pays the hours elected, or what is
*>                          left of the balance if less, at the hourly
*>                          rate as a code 13 Vacation Pay line dated
*>                          the run date, flagged Hrs-Gen-Flag "V",
*>                          into the batch being built, and takes the
*>                          hours off Emp-Vac-Accum. An employee who
*>                          has left, or has no balance to sell, lapses.
*>                          Can be run as a preview posting nothing.
*>                          The batch is set back to un-proofed as
*>                          pyholgen does. Prints the register;
*>                      R - prints the register of a plan year's
*>                          elections for HR - elected, projected, paid;
*>                      S - the plan settings - maximum hours, window
*>                          open and close dates, default payout date
*>                          and balance to be left.
*>
*>                      Hourly rates are Rate 1, a salaried employee's
*>                      divided by Emp-Normal-Units, as pyptoval.
*>                      pyapply taxes code 13 as other pay and leaves
*>                      the vacation balance alone, hence the hours
*>                      come off here.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      INTEGER-OF-DATE.
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyptc.   PTO Cash-Out Elections - I-O.
*>                      pylvq.   Leave Requests.
*>                      pyemp.   Employee Master - I-O (vacation balance).
*>                      pyhrs.   Pay Transactions - I-O (posting).
*>                      prt-1.   Cash-Out Register.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY296 - 305.
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
 copy "selpyptc.cob".
 copy "selpylvq.cob".
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
 copy "fdpyptc.cob".
 copy "fdpylvq.cob".
 copy "fdpyemp.cob".
 copy "fdpyhrs.cob".
*>
 fd  Print-File
     reports are PTO-Cashout-Register.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyptoco  (1.0.00)".  *> First release pre testing.
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
     03  PY-Ptc-Status       pic xx.
     03  PY-Lvq-Status       pic xx.
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
     03  WS-Lvq-Open         pic x        value "N".       *> Y = leave requests on file
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Today            pic 9(8)     value zero.
     03  filler  redefines WS-Today.
         05  WS-Today-CCYY   pic 9(4).
         05  WS-Today-MMDD   pic 9(4).
     03  WS-Plan-Year        pic 9(4)     value zero.
     03  WS-Run-Date         pic 9(8)     value zero.
     03  WS-Payout-Date      pic 9(8)     value zero.
     03  WS-Test-Date        pic 9(8)     value zero.
     03  filler  redefines WS-Test-Date.
         05  WS-Test-CCYY    pic 9(4).
         05  WS-Test-MMDD    pic 9(4).
     03  WS-Sel-Emp          pic 9(7)     value zero.
     03  WS-Hours            pic 9(3)v99  value zero.
     03  WS-Hourly-Rate      pic 9(6)v99  value zero.
     03  WS-Periods-Ahead    pic s9(4)    comp   value zero.
     03  WS-Pending-Hrs      pic 9(5)v99  comp-3 value zero.
     03  WS-Projected        pic s9(5)v99 comp-3 value zero.
     03  WS-Avail            pic s9(5)v99 comp-3 value zero.
     03  WS-Pay-Hours        pic 9(3)v99  value zero.
     03  WS-Pay-Amount       pic 9(7)v99  value zero.
     03  WS-Disp-Hrs         pic zz,zz9.99-.
     03  WS-Disp-Amt         pic z(6)9.99.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-MMDD        pic 99/99.
     03  WS-Disp-Date        pic 9999/99/99.
     03  WS-Hdr-No-Recs      binary-short unsigned value zero.
     03  WS-Hrs-Batch-No     binary-short unsigned value zero.
     03  WS-Cnt-Due          pic 9(5)     value zero.
     03  WS-Cnt-Paid         pic 9(5)     value zero.
     03  WS-Cnt-Lapsed       pic 9(5)     value zero.
     03  WS-Cnt-Held         pic 9(5)     value zero.
     03  WS-Tot-Paid         pic 9(7)v99  value zero.
*>
*> The plan settings as read from the key zero record - the file's
*> buffer is shared with the elections.
*>
     03  WS-Pol-Max-Hours    pic 9(3)v99  value 40.
     03  WS-Pol-Window-Open  pic 9(4)     value 1101.
     03  WS-Pol-Window-Close pic 9(4)     value 1215.
     03  WS-Pol-Payout-MMDD  pic 9(4)     value 1201.
     03  WS-Pol-Min-Remain   pic 9(4)v99  value zero.
*>
*> Register line.
*>
     03  WS-Rg-Mode          pic x(80)    value spaces.
     03  WS-Rg-Name          pic x(28)    value spaces.
     03  WS-Rg-Status        pic x(8)     value spaces.
     03  WS-Rg-Note          pic x(40)    value spaces.
     03  WS-Rg-Hours         pic 9(3)v99  value zero.
     03  WS-Rg-Paid-Hrs      pic 9(3)v99  value zero.
     03  WS-Rg-Rate          pic 9(6)v99  value zero.
     03  WS-Rg-Amount        pic 9(7)v99  value zero.
     03  WS-Rg-Batch         pic 9(5)     value zero.
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
     03  PY296           pic x(57) value "PY296 Elections are only taken in the enrollment window -".
     03  PY297           pic x(26) value "PY297 Employee not found -".
     03  PY298           pic x(41) value "PY298 Employee must be active or on leave".
     03  PY299           pic x(39) value "PY299 Hours are over the plan maximum -".
     03  PY300           pic x(59) value "PY300 Payout date must be a valid date within the plan year".
     03  PY301           pic x(52) value "PY301 Hours are over the projected balance at payout".
     03  PY302           pic x(56) value "PY302 Election already paid or lapsed - it cannot change".
     03  PY303           pic x(56) value "PY303 Window dates invalid or open is later than close -".
     03  PY304           pic x(56) value "PY304 Pay batch header not found - start the batch first".
     03  PY305           pic x(34) value "PY305 Run date is not a valid date".
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
 RD  PTO-Cashout-Register
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Ptc-Head  Type Page Heading.
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
         05  col  44     pic x(43)   value "PTO Cash-Out Elections And Payouts Register".
     03  Line  4.
         05  col  27     pic x(80)   source WS-Rg-Mode.
     03  line  5.
         05  col   1                 value "Emp No".
         05  col   9                 value "-- Name --------------------".
         05  col  38                 value "Elected".
         05  col  50                 value "Hours".
         05  col  58                 value "Projected".
         05  col  69                 value "Payout".
         05  col  81                 value "Status".
         05  col  90                 value "Paid Hrs".
         05  col 102                 value "Rate".
         05  col 112                 value "Amount".
         05  col 125                 value "Batch".
*>
 01  Ptc-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)           source Ptc-Emp-No.
         05  col   9     pic x(28)          source WS-Rg-Name.
         05  col  38     pic 9999/99/99     source Ptc-Elect-Date.
         05  col  50     pic zz9.99         source WS-Rg-Hours.
         05  col  58     pic zz,zz9.99      source Ptc-Projected.
         05  col  69     pic 9999/99/99     source Ptc-Payout-Date.
         05  col  81     pic x(8)           source WS-Rg-Status.
         05  col  92     pic zz9.99         source WS-Rg-Paid-Hrs.
         05  col  99     pic zzz,zz9.99     source WS-Rg-Rate.
         05  col 110     pic z,zzz,zz9.99   source WS-Rg-Amount.
         05  col 125     pic zzzz9          source WS-Rg-Batch.
     03  line + 1.
         05  col   9                 value "Keyed by".
         05  col  18     pic x(8)           source Ptc-Operator.
         05  col  38     pic x(40)          source WS-Rg-Note.
*>
 01  type control Footing Final.
     03  line + 2.
         05  col   1     pic x(18)          value "Elections listed :".
         05  col  20     pic zzzz9          sum WS-Rg-Count.
     03  line + 1.
         05  col   1     pic x(18)          value "Hours elected    :".
         05  col  20     pic zzz,zz9.99     sum WS-Rg-Hours.
     03  line + 1.
         05  col   1     pic x(18)          value "Hours paid       :".
         05  col  20     pic zzz,zz9.99     sum WS-Rg-Paid-Hrs.
     03  line + 1.
         05  col   1     pic x(18)          value "Amount paid      :".
         05  col  18     pic z,zzz,zz9.99   sum WS-Rg-Amount.
     03  line + 2.
         05  col   1     pic x(96)          value "Elections are made in the year before the plan year and cannot be changed once the window closes".
     03  line + 1.
         05  col   1     pic x(82)          value "(no constructive receipt). Paid as code 13 Vacation Pay, taxed as wages when paid.".
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
     display  "PTO Cash-Out" at 0125 with foreground-color 2.
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
     open     i-o PY-PTO-Cashout-File.
     if       PY-Ptc-Status = "35"        *> first ever use
              open     output PY-PTO-Cashout-File
              close    PY-PTO-Cashout-File
              open     i-o PY-PTO-Cashout-File
     end-if.
     open     i-o PY-Employee-File.
*>
*> Leave requests are only there once pyleave has been used.
*>
     open     input PY-Leave-Queue-File.
     if       PY-Lvq-Status = "00"
              move     "Y" to WS-Lvq-Open.
*>
     perform  ab005-Load-Policy.
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-PTO-Cashout-File
              PY-Employee-File.
     if       WS-Lvq-Open = "Y"
              close    PY-Leave-Queue-File.
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
*> The plan record is key zero - first use writes the defaults held
*> in WS-Pol-*.
*>
     move     zero  to Ptp-Key-Emp Ptp-Key-Year.
     read     PY-PTO-Cashout-File key Ptc-Key
              invalid key
                       perform  ab006-Save-Policy
                       go to    ab005-Exit
     end-read.
     move     Ptp-Max-Hours      to WS-Pol-Max-Hours.
     move     Ptp-Window-Open    to WS-Pol-Window-Open.
     move     Ptp-Window-Close   to WS-Pol-Window-Close.
     move     Ptp-Payout-MMDD    to WS-Pol-Payout-MMDD.
     move     Ptp-Min-Remain     to WS-Pol-Min-Remain.
*>
 ab005-Exit.  exit section.
*>
 ab006-Save-Policy           section.
*>**********************************
*>
     initialize PY-PTO-Cashout-Policy.
     move     zero               to Ptp-Key-Emp Ptp-Key-Year.
     move     WS-Pol-Max-Hours   to Ptp-Max-Hours.
     move     WS-Pol-Window-Open to Ptp-Window-Open.
     move     WS-Pol-Window-Close
                                 to Ptp-Window-Close.
     move     WS-Pol-Payout-MMDD to Ptp-Payout-MMDD.
     move     WS-Pol-Min-Remain  to Ptp-Min-Remain.
     write    PY-PTO-Cashout-Policy
              invalid key
                       rewrite  PY-PTO-Cashout-Policy
     end-write.
*>
 ab006-Exit.  exit section.
*>
 ab010-Main-Menu             section.
*>**********************************
*>
     display  "PTO Cash-Out - Yearly Vacation Sell-Back"                   at line 1 col 1 with erase eos.
     display  "E = Election, P = Payout run, R = Register, S = Settings, Q = Quit [ ]"
                                                                           at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 70 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "E"
                       perform  ca000-Election
              when "P"
                       perform  da000-Payout-Run
              when "R"
                       perform  ea000-Register
              when "S"
                       perform  ba000-Settings
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 az000-Get-Employee          section.
*>**********************************
*>
*> WS-Sel-Emp into the employee buffer, its hourly rate worked out.
*> Error-Code 1 when not on file - the caller says so.
*>
     move     WS-Sel-Emp to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     1 to Error-Code
                       go to    az000-Exit
     end-read.
     move     zero to Error-Code.
     if       Emp-HS-Type = "S" and Emp-Normal-Units > zero
              compute  WS-Hourly-Rate rounded =
                       Emp-Rate (1) / Emp-Normal-Units
     else
              move     Emp-Rate (1) to WS-Hourly-Rate
     end-if.
*>
 az000-Exit.  exit section.
*>
 az010-Project-Balance       section.
*>**********************************
*>
*> Vacation the employee in the buffer will have to sell on
*> WS-Payout-Date into WS-Avail - the balance now, plus accrual at
*> the employee's rate over the pay periods to then (no further than
*> the accrual cap), less approved leave not yet taken that starts
*> by then and the balance the plan says must be left.
*>
     move     Emp-Vac-Accum to WS-Projected.
     if       Emp-Pay-Freq not = zero
        and   WS-Payout-Date > WS-Today
              compute  WS-Periods-Ahead =
                       (INTEGER-OF-DATE (WS-Payout-Date)
                      - INTEGER-OF-DATE (WS-Today))
                      * Emp-Pay-Freq / 365
              compute  WS-Projected = WS-Projected
                     + (WS-Periods-Ahead * Emp-Vac-Rate)
     end-if.
     if       Emp-Vac-Accum-Cap > zero
        and   WS-Projected > Emp-Vac-Accum-Cap
              move     Emp-Vac-Accum-Cap to WS-Projected.
*>
     move     zero to WS-Pending-Hrs.
     if       WS-Lvq-Open = "Y"
              move     WS-Sel-Emp to Lvq-Emp-No
              move     zero       to Lvq-Seq
              start    PY-Leave-Queue-File key not < Lvq-Key
                       invalid key
                                move     "10" to PY-Lvq-Status
              end-start
              perform  until PY-Lvq-Status not = "00"
                       read     PY-Leave-Queue-File next record at end
                                exit perform
                       end-read
                       if       PY-Lvq-Status not = "00"
                          or    Lvq-Emp-No not = WS-Sel-Emp
                                exit perform
                       end-if
                       if       Lvq-Approved
                          and   Lvq-Type = "V"
                          and   Lvq-From-Date not > WS-Payout-Date
                                add      Lvq-Hours to WS-Pending-Hrs
                       end-if
              end-perform
     end-if.
     compute  WS-Avail = WS-Projected - WS-Pending-Hrs - WS-Pol-Min-Remain.
     if       WS-Avail < zero
              move     zero to WS-Avail.
*>
 az010-Exit.  exit section.
*>
 az020-Window-Open           section.
*>**********************************
*>
*> Error-Code 1 when today is outside the enrollment window.
*>
     move     zero to Error-Code.
     if       WS-Today-MMDD < WS-Pol-Window-Open
        or    WS-Today-MMDD > WS-Pol-Window-Close
              display  PY296    at line WS-23-Lines col 1 foreground-color 4 erase eol
              move     WS-Pol-Window-Open  to WS-Disp-MMDD
              display  WS-Disp-MMDD at line WS-23-Lines col 59
              display  "to"         at line WS-23-Lines col 65
              move     WS-Pol-Window-Close to WS-Disp-MMDD
              display  WS-Disp-MMDD at line WS-23-Lines col 68
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              move     1 to Error-Code.
*>
 az020-Exit.  exit section.
*>
 ba000-Settings              section.
*>**********************************
*>
     display  "PTO Cash-Out Plan Settings"                     at line  1 col 1 with erase eos.
     display  "Most hours sold in a plan year      [      ]"   at line  3 col 1.
     display  "Enrollment window opens  mmdd       [    ]"     at line  5 col 1.
     display  "Enrollment window closes mmdd       [    ]"     at line  6 col 1.
     display  "     (in the year before the plan year)"        at line  7 col 1.
     display  "Default payout date      mmdd       [    ]"     at line  9 col 1.
     display  "Vacation that must be left         [       ]"   at line 11 col 1.
     accept   WS-Pol-Max-Hours    at line  3 col 38 with UPDATE.
     accept   WS-Pol-Window-Open  at line  5 col 38 with UPDATE.
     accept   WS-Pol-Window-Close at line  6 col 38 with UPDATE.
     accept   WS-Pol-Payout-MMDD  at line  9 col 38 with UPDATE.
     accept   WS-Pol-Min-Remain   at line 11 col 38 with UPDATE.
*>
*> Dates checked against a leap year so 29th February passes.
*>
     move     zero to Error-Code.
     move     2000 to WS-Test-CCYY.
     move     WS-Pol-Window-Open to WS-Test-MMDD.
     if       TEST-DATE-YYYYMMDD (WS-Test-Date) not = zero
              move     1 to Error-Code.
     move     WS-Pol-Window-Close to WS-Test-MMDD.
     if       TEST-DATE-YYYYMMDD (WS-Test-Date) not = zero
              move     1 to Error-Code.
     move     WS-Pol-Payout-MMDD to WS-Test-MMDD.
     if       TEST-DATE-YYYYMMDD (WS-Test-Date) not = zero
              move     1 to Error-Code.
     if       WS-Pol-Window-Open > WS-Pol-Window-Close
              move     1 to Error-Code.
     if       Error-Code not = zero
              display  PY303    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              move     zero to Error-Code
              perform  ab005-Load-Policy
              go to    ba000-Exit.
     display  "Save the settings (Y/N) [ ]" at line 13 col 1.
     move     "Y" to WS-Reply.
     accept   WS-Reply at line 13 col 26 with UPPER UPDATE.
     if       WS-Reply = "Y"
              perform  ab006-Save-Policy
     else
              perform  ab005-Load-Policy.
*>
 ba000-Exit.  exit section.
*>
 ca000-Election              section.
*>**********************************
*>
*> Elections are for next year and only while the window is open -
*> after it closes they stand as made.
*>
     add      1 WS-Today-CCYY giving WS-Plan-Year.
     display  "PTO Cash-Out Election For Plan Year" at line 1 col 1 with erase eos.
     display  WS-Plan-Year                          at line 1 col 37.
     perform  az020-Window-Open.
     if       Error-Code not = zero
              go to    ca000-Exit.
     move     WS-Pol-Max-Hours to WS-Disp-Hrs.
     display  "Plan maximum hours"                  at line 2 col 1.
     display  WS-Disp-Hrs                           at line 2 col 25.
     move     zero to WS-Sel-Emp.
     display  "Employee               [       ]"   at line 4 col 1.
     accept   WS-Sel-Emp at line 4 col 25.
     if       WS-Sel-Emp = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              display  PY297      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  WS-Sel-Emp at line WS-23-Lines col 28
              display  SY015      at line WS-Lines    col 1
              accept   WS-Reply   at line WS-Lines    col 58
              go to    ca000-Exit.
     display  Emp-Name at line 4 col 35.
     if       Emp-Status not = "A" and not = "L"
              display  PY298    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca000-Exit.
     move     Emp-Vac-Accum to WS-Disp-Hrs.
     display  "Vacation balance now"  at line 5 col 1.
     display  WS-Disp-Hrs             at line 5 col 25.
*>
     move     WS-Sel-Emp   to Ptc-Emp-No.
     move     WS-Plan-Year to Ptc-Plan-Year.
     read     PY-PTO-Cashout-File key Ptc-Key
              invalid key
                       move     zero to WS-Hours
                       compute  WS-Payout-Date =
                                WS-Plan-Year * 10000 + WS-Pol-Payout-MMDD
                       go to    ca010-Keyed
     end-read.
     if       not Ptc-Elected
              display  PY302    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca000-Exit.
     move     Ptc-Hours       to WS-Hours.
     move     Ptc-Payout-Date to WS-Payout-Date.
     move     Ptc-Elect-Date  to WS-Disp-Date.
     display  "Election on file, keyed" at line 6 col 1.
     display  WS-Disp-Date              at line 6 col 25.
     display  "by"                      at line 6 col 36.
     display  Ptc-Operator              at line 6 col 39.
*>
 ca010-Keyed.
     display  "Hours to sell, 0 = none[      ]"   at line  8 col 1.
     display  "Payout date ccyymmdd   [        ]" at line  9 col 1.
     accept   WS-Hours       at line  8 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     if       WS-Hours = zero
              go to    ca030-Withdraw.
     if       WS-Hours > WS-Pol-Max-Hours
              display  PY299       at line WS-23-Lines col 1 foreground-color 4 erase eol
              move     WS-Pol-Max-Hours to WS-Disp-Hrs
              display  WS-Disp-Hrs at line WS-23-Lines col 41
              display  SY015       at line WS-Lines    col 1
              accept   WS-Reply    at line WS-Lines    col 58
              go to    ca010-Keyed.
     accept   WS-Payout-Date at line  9 col 25 with UPDATE.
     if       TEST-DATE-YYYYMMDD (WS-Payout-Date) not = zero
        or    WS-Payout-Date (1:4) not = WS-Plan-Year
              display  PY300    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              compute  WS-Payout-Date =
                       WS-Plan-Year * 10000 + WS-Pol-Payout-MMDD
              go to    ca010-Keyed.
     display  space at line WS-23-Lines col 1 with erase eol.
*>
     perform  az010-Project-Balance.
     move     WS-Avail to WS-Disp-Hrs.
     display  "Projected to sell at payout" at line 11 col 1.
     display  WS-Disp-Hrs                   at line 11 col 29.
     if       WS-Hours > WS-Avail
              display  PY301    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca010-Keyed.
*>
     display  "Save the election - it cannot be changed once the window closes (Y/N) [ ]"
                                                             at line 13 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 13 col 72 with UPPER.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
     initialize PY-PTO-Cashout-Record.
     move     WS-Sel-Emp     to Ptc-Emp-No.
     move     WS-Plan-Year   to Ptc-Plan-Year.
     move     WS-Hours       to Ptc-Hours.
     move     WS-Today       to Ptc-Elect-Date.
     move     WS-Avail       to Ptc-Projected.
     move     WS-Payout-Date to Ptc-Payout-Date.
     move     "E"            to Ptc-Status.
     move     WS-Operator    to Ptc-Operator.
     write    PY-PTO-Cashout-Record
              invalid key
                       rewrite  PY-PTO-Cashout-Record
     end-write.
     display  "Election saved" at line 15 col 1.
     display  SY015    at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
     go       to ca000-Exit.
*>
 ca030-Withdraw.
*>
*> Nothing on file to withdraw for a new election.
*>
     move     WS-Sel-Emp   to Ptc-Emp-No.
     move     WS-Plan-Year to Ptc-Plan-Year.
     read     PY-PTO-Cashout-File key Ptc-Key
              invalid key
                       go to ca000-Exit
     end-read.
     display  "Withdraw the election (Y/N) [ ]" at line 13 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 13 col 30 with UPPER.
     if       WS-Reply = "Y"
              delete   PY-PTO-Cashout-File record
              display  "Election withdrawn" at line 15 col 1
              display  SY015    at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
     end-if.
*>
 ca000-Exit.  exit section.
*>
 da000-Payout-Run            section.
*>**********************************
*>
*> Pays (or, as a preview, shows) every election for the plan year
*> due by the run date.
*>
     display  "PTO Cash-Out Payout Run" at line 1 col 1 with erase eos.
     move     WS-Today-CCYY to WS-Plan-Year.
     move     WS-Today      to WS-Run-Date.
     display  "Plan year              [    ]"     at line 3 col 1.
     display  "Run / pay date         [        ]" at line 4 col 1.
     accept   WS-Plan-Year at line 3 col 25 with UPDATE.
     if       WS-Plan-Year = zero or COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     accept   WS-Run-Date  at line 4 col 25 with UPDATE.
     if       TEST-DATE-YYYYMMDD (WS-Run-Date) not = zero
              display  PY305    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
     display  "Post into the pay batch, N = preview only (Y/N) [ ]" at line 6 col 1.
     move     "N" to WS-Posting.
     accept   WS-Posting at line 6 col 50 with UPPER UPDATE.
     if       WS-Posting not = "Y"
              move     "N" to WS-Posting.
*>
     if       WS-Posting = "Y"
              open     i-o PY-Pay-Transactions-File
              if       PY-Hrs-Status not = "00"
                       display  PY304    at line WS-23-Lines col 1 foreground-color 4 erase eos
                       display  SY015    at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines    col 58
                       go to    da000-Exit
              end-if
*>
*> The batch header must exist - cash-out lines join the batch being
*> built for the period.
*>
              move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                display  PY304    at line WS-23-Lines col 1 foreground-color 4 erase eos
                                display  SY015    at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines    col 58
                                close    PY-Pay-Transactions-File
                                go to    da000-Exit
              end-read
              move     Hrs-No-Recs  to WS-Hdr-No-Recs
              move     Hrs-Batch-No to WS-Hrs-Batch-No
     end-if.
*>
     move     zero to WS-Cnt-Due WS-Cnt-Paid WS-Cnt-Lapsed WS-Cnt-Held WS-Tot-Paid.
     move     spaces to WS-Rg-Mode.
     if       WS-Posting = "Y"
              string   "Plan year " WS-Plan-Year " - payout run "
                       WS-Run-Date (1:4) "/" WS-Run-Date (5:2) "/"
                       WS-Run-Date (7:2) " - posted to the pay batch"
                                                         delimited by size
                                                    into WS-Rg-Mode
              end-string
     else
              string   "Plan year " WS-Plan-Year " - payout run "
                       WS-Run-Date (1:4) "/" WS-Run-Date (5:2) "/"
                       WS-Run-Date (7:2) " - preview, nothing posted"
                                                         delimited by size
                                                    into WS-Rg-Mode
              end-string
     end-if.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate PTO-Cashout-Register.
*>
     move     1    to Ptc-Emp-No.
     move     zero to Ptc-Plan-Year.
     start    PY-PTO-Cashout-File key not < Ptc-Key
              invalid key
                       move     "10" to PY-Ptc-Status
     end-start.
     perform  until PY-Ptc-Status not = "00"
              read     PY-PTO-Cashout-File next record at end
                       exit perform
              end-read
              if       PY-Ptc-Status not = "00"
                       exit perform
              end-if
              if       Ptc-Plan-Year = WS-Plan-Year
                 and   Ptc-Elected
                 and   Ptc-Payout-Date not > WS-Run-Date
                       perform  db000-Pay-Election
              end-if
     end-perform.
*>
     terminate
              PTO-Cashout-Register.
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
     move     WS-Cnt-Due to WS-Disp-Cnt.
     display  "Elections due          : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt                 at line  8 col 30.
     move     WS-Cnt-Paid to WS-Disp-Cnt.
     if       WS-Posting = "Y"
              display  "Paid                   : " at line  9 col 5
     else
              display  "Would be paid          : " at line  9 col 5.
     display  WS-Disp-Cnt                 at line  9 col 30.
     move     WS-Tot-Paid to WS-Disp-Amt.
     display  WS-Disp-Amt                 at line  9 col 37.
     move     WS-Cnt-Lapsed to WS-Disp-Cnt.
     display  "Lapsed                 : " at line 10 col 5.
     display  WS-Disp-Cnt                 at line 10 col 30.
     move     WS-Cnt-Held to WS-Disp-Cnt.
     display  "Held - no hourly rate  : " at line 11 col 5.
     display  WS-Disp-Cnt                 at line 11 col 30.
     if       WS-Posting = "Y"
        and   WS-Cnt-Paid not = zero
              display  "Batch set back to un-proofed - run hrsprint / pyproof again"
                       at line 13 col 5 with foreground-color 2.
     display  SY015                       at line WS-Lines col 1.
     accept   WS-Reply                    at line WS-Lines col 58.
*>
 da000-Exit.  exit section.
*>
 db000-Pay-Election          section.
*>**********************************
*>
*> The election in the buffer - paid, part paid, lapsed or held.
*>
     add      1 to WS-Cnt-Due.
     move     Ptc-Hours to WS-Rg-Hours.
     move     zero      to WS-Rg-Paid-Hrs WS-Rg-Rate WS-Rg-Amount WS-Rg-Batch
                           WS-Pay-Hours WS-Pay-Amount.
     move     1         to WS-Rg-Count.
     move     spaces    to WS-Rg-Name WS-Rg-Note.
     move     Ptc-Emp-No to WS-Sel-Emp.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              move     "Not on the employee file - lapsed" to WS-Rg-Note
              go to    db010-Lapse.
     move     Emp-Name to WS-Rg-Name.
     if       Emp-Status = "T" or "X"
              move     "Left before the payout - lapsed" to WS-Rg-Note
              go to    db010-Lapse.
     compute  WS-Avail = Emp-Vac-Accum - WS-Pol-Min-Remain.
     if       WS-Avail not > zero
              move     "No vacation left to sell - lapsed" to WS-Rg-Note
              go to    db010-Lapse.
     if       WS-Hourly-Rate = zero
              move     "No hourly rate - held, not paid" to WS-Rg-Note
              move     "Held"   to WS-Rg-Status
              add      1 to WS-Cnt-Held
              generate Ptc-Detail
              go to    db000-Exit.
*>
     move     Ptc-Hours to WS-Pay-Hours.
     if       WS-Pay-Hours > WS-Pol-Max-Hours
              move     WS-Pol-Max-Hours to WS-Pay-Hours.
     if       WS-Pay-Hours > WS-Avail
              move     WS-Avail to WS-Pay-Hours
              move     "Balance short of election - part paid" to WS-Rg-Note.
     compute  WS-Pay-Amount rounded = WS-Pay-Hours * WS-Hourly-Rate.
     move     WS-Pay-Hours   to WS-Rg-Paid-Hrs.
     move     WS-Hourly-Rate to WS-Rg-Rate.
     move     WS-Pay-Amount  to WS-Rg-Amount.
     add      1 to WS-Cnt-Paid.
     add      WS-Pay-Amount to WS-Tot-Paid.
     if       WS-Posting not = "Y"
              move     "To pay" to WS-Rg-Status
              generate Ptc-Detail
              go to    db000-Exit.
*>
     perform  dc000-Post-Line.
     subtract WS-Pay-Hours from Emp-Vac-Accum.
     rewrite  PY-Employee-Record.
     move     "P"             to Ptc-Status.
     move     WS-Pay-Hours    to Ptc-Paid-Hours.
     move     WS-Hourly-Rate  to Ptc-Paid-Rate.
     move     WS-Pay-Amount   to Ptc-Paid-Amount.
     move     WS-Hrs-Batch-No to Ptc-Paid-Batch.
     move     WS-Run-Date     to Ptc-Paid-Date.
     rewrite  PY-PTO-Cashout-Record.
     move     WS-Hrs-Batch-No to WS-Rg-Batch.
     move     "Paid"   to WS-Rg-Status.
     generate Ptc-Detail.
     go       to db000-Exit.
*>
 db010-Lapse.
     add      1 to WS-Cnt-Lapsed.
     move     "Lapsed" to WS-Rg-Status.
     if       WS-Posting = "Y"
              move     "L"         to Ptc-Status
              move     zero        to Ptc-Paid-Hours Ptc-Paid-Rate
                                      Ptc-Paid-Amount Ptc-Paid-Batch
              move     WS-Run-Date to Ptc-Paid-Date
              rewrite  PY-PTO-Cashout-Record
     else
              move     "To lapse" to WS-Rg-Status.
     generate Ptc-Detail.
*>
 db000-Exit.  exit section.
*>
 dc000-Post-Line             section.
*>**********************************
*>
*> The cash-out as a code 13 line dated the run date - one already
*> keyed for the day takes it on top.
*>
     move     WS-Sel-Emp   to Hrs-Emp-No.
     move     WS-Run-Date  to Hrs-Effective-Date.
     move     1            to Hrs-Rate.
     move     13           to Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero            to Hrs-Units
                       move     WS-Pay-Amount   to Hrs-Amount
                       move     WS-Hrs-Batch-No to Hrs-Entry-Batch-No
                       move     spaces          to Hrs-Job-Tag
                       move     "V"             to Hrs-Gen-Flag
                       write    PY-Pay-Transactions-Record
                                invalid key
                                         go to    dc000-Exit
                       end-write
                       add      1 to WS-Hdr-No-Recs
              not invalid key
                       add      WS-Pay-Amount to Hrs-Amount
                       rewrite  PY-Pay-Transactions-Record
     end-read.
*>
 dc000-Exit.  exit section.
*>
 ea000-Register              section.
*>**********************************
*>
*> Every election for a plan year as it stands on file.
*>
     display  "PTO Cash-Out Register" at line 1 col 1 with erase eos.
     add      1 WS-Today-CCYY giving WS-Plan-Year.
     display  "Plan year              [    ]" at line 3 col 1.
     accept   WS-Plan-Year at line 3 col 25 with UPDATE.
     if       WS-Plan-Year = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ea000-Exit.
     move     spaces to WS-Rg-Mode.
     string   "Plan year " WS-Plan-Year " - elections on file"
                                                  delimited by size
                                             into WS-Rg-Mode
     end-string.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate PTO-Cashout-Register.
     move     1    to Ptc-Emp-No.
     move     zero to Ptc-Plan-Year.
     start    PY-PTO-Cashout-File key not < Ptc-Key
              invalid key
                       move     "10" to PY-Ptc-Status
     end-start.
     perform  until PY-Ptc-Status not = "00"
              read     PY-PTO-Cashout-File next record at end
                       exit perform
              end-read
              if       PY-Ptc-Status not = "00"
                       exit perform
              end-if
              if       Ptc-Plan-Year = WS-Plan-Year
                       perform  eb000-Register-Line
              end-if
     end-perform.
     terminate
              PTO-Cashout-Register.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
     display  "Register printed" at line 5 col 1.
     display  SY015    at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 ea000-Exit.  exit section.
*>
 eb000-Register-Line         section.
*>**********************************
*>
     move     Ptc-Emp-No to Emp-No.
     move     spaces to WS-Rg-Name WS-Rg-Note.
     read     PY-Employee-File key Emp-No
              not invalid key
                       move     Emp-Name to WS-Rg-Name
     end-read.
     move     1               to WS-Rg-Count.
     move     Ptc-Hours       to WS-Rg-Hours.
     move     Ptc-Paid-Hours  to WS-Rg-Paid-Hrs.
     move     Ptc-Paid-Rate   to WS-Rg-Rate.
     move     Ptc-Paid-Amount to WS-Rg-Amount.
     move     Ptc-Paid-Batch  to WS-Rg-Batch.
     evaluate true
              when Ptc-Elected
                       move "Elected" to WS-Rg-Status
              when Ptc-Paid
                       move "Paid"    to WS-Rg-Status
                       if       Ptc-Paid-Hours < Ptc-Hours
                                move "Balance short of election - part paid" to WS-Rg-Note
                       end-if
              when other
                       move "Lapsed"  to WS-Rg-Status
     end-evaluate.
     generate Ptc-Detail.
*>
 eb000-Exit.  exit section.
