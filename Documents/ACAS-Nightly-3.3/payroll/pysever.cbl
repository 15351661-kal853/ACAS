       >>source free
*>****************************************************************
*>      Severance Agreements - Signed Release, Installment        *
*>         Preview & Schedule Report                              *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pysever.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Severance is paid to a terminated employee in
*>                      installments over the months after they leave,
*>                      under an agreement held on PY-Severance-File
*>                      (pysev) - one per employee. Functions off one
*>                      menu:
*>
*>                      A - keys the agreement - total, number of
*>                          installments, frequency (weekly, bi-weekly,
*>                          semi-monthly on the 15th and month end or
*>                          monthly), first installment date, the
*>                          revocation period (7 days as shipped) and
*>                          which of the employee's own deductions
*>                          carry on from the installments. Deferral
*>                          and Roth slots never do, garnishments
*>                          (non-discretionary) always do. Terms can
*>                          only change until the first installment
*>                          has been scheduled and saving them puts
*>                          the agreement back to awaiting its release;
*>                      L - records the signed release - the date it
*>                          was signed and the revocation period, from
*>                          which the last day it can be revoked is
*>                          worked out. Nothing is paid until that day
*>                          has passed. A release revoked in the period
*>                          cancels the agreement;
*>                      G - previews the installments the next apply
*>                          will pay - every one due by the period end
*>                          on a released agreement whose revocation
*>                          period has run by the check date. Nothing
*>                          is posted: pyapply generates them itself
*>                          each run. Installments are the total over
*>                          their number, the last taking the rounding;
*>                      S - prints the schedule - terms, release,
*>                          installments scheduled, paid to date and
*>                          what remains.
*>
*>                      pyapply pays a terminated employee the code 22
*>                      installments due, whether or not they have
*>                      lines in the batch, taxed as supplemental wages,
*>                      moves the agreement on to the next due date,
*>                      takes only the deductions the agreement keeps
*>                      and counts what was paid back onto the
*>                      agreement, completing it when the total has
*>                      been paid.
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
*>                      pysev.   Severance Agreements - I-O.
*>                      pyemp.   Employee Master.
*>                      prt-1.   Severance Schedule.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY306 - 313, PY315.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 G is a preview only - pyapply generates the
*>                       installments due each run and moves the
*>                       agreement on, so nothing depends on G being run
*>                       each period. Period end and check date keyed as
*>                       the apply will use them. Msg PY314 dropped.
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
 copy "selpysev.cob".
 copy "selpyemp.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpysev.cob".
 copy "fdpyemp.cob".
*>
 fd  Print-File
     reports are Severance-Schedule.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pysever  (1.0.01)".  *> First release pre testing.
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
     03  PY-Sev-Status       pic xx.
     03  PY-Emp-Status       pic xx.
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
     03  WS-All-Agreements   pic x        value "N".       *> Y = include complete & cancelled
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Today            pic 9(8)     value zero.
     03  WS-Sel-Emp          pic 9(7)     value zero.
     03  WS-Slot             binary-char unsigned value zero.
     03  WS-Row              pic 99       value zero.
*>
*> Agreement terms as keyed.
*>
     03  WS-Total            pic 9(7)v99  value zero.
     03  WS-Installments     pic 9(3)     value zero.
     03  WS-Frequency        pic x        value "M".
     03  WS-First-Date       pic 9(8)     value zero.
     03  WS-Revoke-Days      pic 9(3)     value 7.
     03  WS-Note             pic x(30)    value spaces.
     03  WS-Keep-Block.
         05  WS-Keep         pic x        occurs 5.
     03  WS-Release-Date     pic 9(8)     value zero.
     03  WS-Revoke-End       pic 9(8)     value zero.
*>
*> Scheduling.
*>
     03  WS-Pay-Date         pic 9(8)     value zero.   *> check date
     03  WS-Period-End       pic 9(8)     value zero.
     03  WS-Inst-Amount      pic 9(7)v99  value zero.
     03  WS-Work-Date        pic 9(8)     value zero.
     03  filler  redefines WS-Work-Date.
         05  WS-Work-CCYY    pic 9(4).
         05  WS-Work-MM      pic 99.
         05  WS-Work-DD      pic 99.
     03  WS-Calc-Date        pic 9(8)     value zero.
     03  filler  redefines WS-Calc-Date.
         05  WS-Calc-CCYY    pic 9(4).
         05  WS-Calc-MM      pic 99.
         05  WS-Calc-DD      pic 99.
     03  WS-Month-End        pic 9(8)     value zero.
     03  WS-Anchor-Day       pic 99       value zero.
     03  WS-Disp-Amt         pic z(6)9.99.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-Date        pic 9999/99/99.
     03  WS-Cnt-Agree        pic 9(5)     value zero.
     03  WS-Cnt-Inst         pic 9(5)     value zero.
     03  WS-Cnt-Waiting      pic 9(5)     value zero.
     03  WS-Cnt-Held         pic 9(5)     value zero.
     03  WS-Tot-Sched        pic 9(7)v99  value zero.
*>
*> Schedule line.
*>
     03  WS-Rg-Mode          pic x(80)    value spaces.
     03  WS-Rg-Name          pic x(24)    value spaces.
     03  WS-Rg-Status        pic x(9)     value spaces.
     03  WS-Rg-Note          pic x(40)    value spaces.
     03  WS-Rg-Total         pic 9(7)v99  value zero.
     03  WS-Rg-Paid          pic 9(7)v99  value zero.
     03  WS-Rg-Remain        pic 9(7)v99  value zero.
     03  WS-Rg-Sched-Cnt     pic 9(3)     value zero.
     03  WS-Rg-Sched-Amt     pic 9(7)v99  value zero.
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
     03  PY306           pic x(26) value "PY306 Employee not found -".
     03  PY307           pic x(63) value "PY307 Employee must be terminated to have a severance agreement".
     03  PY308           pic x(62) value "PY308 Installments already scheduled - the terms cannot change".
     03  PY309           pic x(59) value "PY309 Total, installments and a valid first date are needed".
     03  PY310           pic x(36) value "PY310 Frequency must be W, B, S or M".
     03  PY311           pic x(43) value "PY311 No severance agreement for employee -".
     03  PY312           pic x(50) value "PY312 Agreement is not awaiting its signed release".
     03  PY313           pic x(52) value "PY313 Release date must be valid and not after today".
     03  PY315           pic x(34) value "PY315 Pay date is not a valid date".
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
 RD  Severance-Schedule
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Sev-Head  Type Page Heading.
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
         05  col  46     pic x(41)   value "Severance Agreements Installment Schedule".
     03  Line  4.
         05  col  27     pic x(80)   source WS-Rg-Mode.
     03  line  5.
         05  col   1                 value "Emp No".
         05  col   9                 value "-- Name ----------------".
         05  col  34                 value "Status".
         05  col  49                 value "Total".
         05  col  55                 value "Inst".
         05  col  60                 value "Fq".
         05  col  63                 value "First Due".
         05  col  74                 value "Released".
         05  col  85                 value "Revoke End".
         05  col  96                 value "Sched".
         05  col 103                 value "Paid To Date".
         05  col 120                 value "Remaining".
*>
 01  Sev-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)           source Sev-Emp-No.
         05  col   9     pic x(24)          source WS-Rg-Name.
         05  col  34     pic x(9)           source WS-Rg-Status.
         05  col  43     pic z,zzz,zz9.99   source WS-Rg-Total.
         05  col  56     pic zz9            source Sev-Installments.
         05  col  61     pic x              source Sev-Frequency.
         05  col  63     pic 9999/99/99     source Sev-First-Date.
         05  col  74     pic 9999/99/99     source Sev-Release-Date.
         05  col  85     pic 9999/99/99     source Sev-Revoke-End.
         05  col  97     pic zz9            source Sev-Gen-Count.
         05  col 103     pic z,zzz,zz9.99   source WS-Rg-Paid.
         05  col 117     pic z,zzz,zz9.99   source WS-Rg-Remain.
     03  line + 1.
         05  col   9                 value "Next due".
         05  col  18     pic 9999/99/99     source Sev-Next-Date.
         05  col  30                 value "Paid".
         05  col  35     pic zz9            source Sev-Paid-Count.
         05  col  39                 value "last".
         05  col  44     pic 9999/99/99     source Sev-Last-Paid-Date.
         05  col  56                 value "Batch".
         05  col  62     pic zzzz9          source Sev-Last-Batch.
         05  col  69     pic x(30)          source Sev-Note.
     03  line + 1     present when WS-Rg-Note not = spaces.
         05  col   9     pic x(40)          source WS-Rg-Note.
         05  col  50     pic zz9            source WS-Rg-Sched-Cnt.
         05  col  54                 value "due, amount".
         05  col  72     pic z,zzz,zz9.99   source WS-Rg-Sched-Amt.
*>
 01  type control Footing Final.
     03  line + 2.
         05  col   1     pic x(22)          value "Agreements listed    :".
         05  col  24     pic zzzz9          sum WS-Rg-Count.
     03  line + 1.
         05  col   1     pic x(22)          value "Total agreed         :".
         05  col  22     pic zz,zzz,zz9.99  sum WS-Rg-Total.
     03  line + 1.
         05  col   1     pic x(22)          value "Paid to date         :".
         05  col  22     pic zz,zzz,zz9.99  sum WS-Rg-Paid.
     03  line + 1.
         05  col   1     pic x(22)          value "Remaining            :".
         05  col  22     pic zz,zzz,zz9.99  sum WS-Rg-Remain.
     03  line + 1.
         05  col   1     pic x(22)          value "Due on the next apply:".
         05  col  22     pic zz,zzz,zz9.99  sum WS-Rg-Sched-Amt.
     03  line + 2.
         05  col   1     pic x(93)          value "Installments are paid as code 22 Severance Pay, taxed as supplemental wages, once the release".
     03  line + 1.
         05  col   1     pic x(46)          value "has been signed and its revocation period run.".
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
     display  "Severance Agreements" at 0125 with foreground-color 2.
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
     open     i-o PY-Severance-File.
     if       PY-Sev-Status = "35"        *> first ever use
              open     output PY-Severance-File
              close    PY-Severance-File
              open     i-o PY-Severance-File
     end-if.
     open     input PY-Employee-File.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Severance-File
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
     display  "Severance Agreements - Installments After Termination"    at line 1 col 1 with erase eos.
     display  "A = Agreement, L = Signed release, G = Installments due, S = Schedule, Q = Quit [ ]"
                                                                           at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 82 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "A"
                       perform  ba000-Agreement
              when "L"
                       perform  ca000-Release
              when "G"
                       perform  da000-Generate
              when "S"
                       perform  ea000-Schedule
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
 az030-Next-Date             section.
*>**********************************
*>
*> Sev-Next-Date moved on one installment at the agreement's
*> frequency. Semi-monthly runs 15th, month end, 15th ...; monthly
*> keeps the day of the first date, or the month end when shorter.
*>
     move     Sev-Next-Date to WS-Work-Date.
     evaluate Sev-Frequency
              when "W"
                       compute  Sev-Next-Date = DATE-OF-INTEGER
                                (INTEGER-OF-DATE (WS-Work-Date) + 7)
              when "B"
                       compute  Sev-Next-Date = DATE-OF-INTEGER
                                (INTEGER-OF-DATE (WS-Work-Date) + 14)
              when "S"
                       perform  az040-Month-End
                       if       WS-Work-DD < 15
                                move     15 to WS-Work-DD
                                move     WS-Work-Date to Sev-Next-Date
                       else
                        if      WS-Work-Date < WS-Month-End
                                move     WS-Month-End to Sev-Next-Date
                        else
                                perform  az050-Next-Month
                                move     15 to WS-Work-DD
                                move     WS-Work-Date to Sev-Next-Date
                        end-if
                       end-if
              when other
                       perform  az050-Next-Month
                       perform  az040-Month-End
                       move     Sev-First-Date (7:2) to WS-Anchor-Day
                       if       WS-Anchor-Day > WS-Month-End (7:2)
                                move     WS-Month-End (7:2) to WS-Anchor-Day
                       end-if
                       move     WS-Anchor-Day to WS-Work-DD
                       move     WS-Work-Date  to Sev-Next-Date
     end-evaluate.
*>
 az030-Exit.  exit section.
*>
 az040-Month-End             section.
*>**********************************
*>
*> Last day of WS-Work-Date's month into WS-Month-End.
*>
     move     WS-Work-Date to WS-Calc-Date.
     move     1 to WS-Calc-DD.
     if       WS-Calc-MM = 12
              add      1 to WS-Calc-CCYY
              move     1 to WS-Calc-MM
     else
              add      1 to WS-Calc-MM.
     compute  WS-Month-End = DATE-OF-INTEGER
              (INTEGER-OF-DATE (WS-Calc-Date) - 1).
*>
 az040-Exit.  exit section.
*>
 az050-Next-Month            section.
*>**********************************
*>
*> WS-Work-Date to the 1st of the following month.
*>
     move     1 to WS-Work-DD.
     if       WS-Work-MM = 12
              add      1 to WS-Work-CCYY
              move     1 to WS-Work-MM
     else
              add      1 to WS-Work-MM.
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
 ba000-Agreement             section.
*>**********************************
*>
*> New agreements are for terminated employees - terms may change
*> until the first installment is scheduled, and changing them needs
*> the release signing again.
*>
     display  "Severance Agreement" at line 1 col 1 with erase eos.
     move     zero to WS-Sel-Emp.
     display  "Employee               [       ]"   at line 3 col 1.
     accept   WS-Sel-Emp at line 3 col 25.
     if       WS-Sel-Emp = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              display  PY306      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  WS-Sel-Emp at line WS-23-Lines col 28
              perform  az060-Error
              go to    ba000-Exit.
     display  Emp-Name at line 3 col 35.
     if       Emp-Status not = "T"
              display  PY307    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba000-Exit.
     if       Emp-Term-Date not = zero
              move     Emp-Term-Date to WS-Disp-Date
              display  "Left"       at line 3 col 68
              display  WS-Disp-Date at line 3 col 73.
*>
     move     WS-Sel-Emp to Sev-Emp-No.
     read     PY-Severance-File key Sev-Emp-No
              invalid key
                       move     zero   to WS-Total WS-Installments WS-First-Date
                       move     "M"    to WS-Frequency
                       move     7      to WS-Revoke-Days
                       move     spaces to WS-Note
                       move     all "N" to WS-Keep-Block
                       go to    ba010-Keyed
     end-read.
     if       Sev-Gen-Count not = zero
        or    Sev-Complete
              display  PY308    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba000-Exit.
     move     Sev-Total        to WS-Total.
     move     Sev-Installments to WS-Installments.
     move     Sev-Frequency    to WS-Frequency.
     move     Sev-First-Date   to WS-First-Date.
     move     Sev-Revoke-Days  to WS-Revoke-Days.
     move     Sev-Note         to WS-Note.
     perform  varying WS-Slot from 1 by 1 until WS-Slot > 5
              move     Sev-Ded-Keep (WS-Slot) to WS-Keep (WS-Slot)
     end-perform.
     if       not Sev-Pending
              display  "Saving changed terms sets the agreement back to awaiting its release"
                                                          at line 21 col 1 with foreground-color 2.
*>
 ba010-Keyed.
     display  "Agreed total           [          ]"     at line  5 col 1.
     display  "Number of installments [   ]"            at line  6 col 1.
     display  "Frequency W/B/S/M      [ ]   W weekly, B bi-weekly, S 15th & month end, M monthly"
                                                          at line  7 col 1.
     display  "First installment date [        ]"       at line  8 col 1.
     display  "Revocation period days [   ]"            at line  9 col 1.
     display  "Note                   [                              ]"
                                                          at line 10 col 1.
     accept   WS-Total        at line  5 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     accept   WS-Installments at line  6 col 25 with UPDATE.
     accept   WS-Frequency    at line  7 col 25 with UPPER UPDATE.
     accept   WS-First-Date   at line  8 col 25 with UPDATE.
     accept   WS-Revoke-Days  at line  9 col 25 with UPDATE.
     accept   WS-Note         at line 10 col 25 with UPDATE.
     if       WS-Total = zero
        or    WS-Installments = zero
        or    TEST-DATE-YYYYMMDD (WS-First-Date) not = zero
              display  PY309    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Keyed.
     if       WS-Frequency not = "W" and not = "B" and not = "S" and not = "M"
              display  PY310    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Keyed.
*>
*> The employee's own deductions - which carry on from the
*> installments.
*>
     display  "Deductions to continue from the installments (Y/N) :" at line 12 col 1.
     move     12 to WS-Row.
     perform  varying WS-Slot from 1 by 1 until WS-Slot > 5
              if       Emp-Ed-Used (WS-Slot) not = "Y"
                 or    Emp-ED-Earn-Ded (WS-Slot) not = "D"
                       move     "N" to WS-Keep (WS-Slot)
                       exit perform cycle
              end-if
              add      1 to WS-Row
              display  Emp-ED-Desc (WS-Slot) at line WS-Row col 5
              evaluate true
                       when Emp-ED-Xcl-Non-Discretionary (WS-Slot)
                                move     "Y" to WS-Keep (WS-Slot)
                                display  "[Y]  garnishment - always continues"
                                                          at line WS-Row col 22
                       when Emp-ED-Tax-Deferral (WS-Slot)
                         or Emp-ED-Tax-Roth (WS-Slot)
                                move     "N" to WS-Keep (WS-Slot)
                                display  "[N]  retirement deferral - never continues"
                                                          at line WS-Row col 22
                       when other
                                display  "[ ]"            at line WS-Row col 22
                                accept   WS-Keep (WS-Slot) at line WS-Row col 23 with UPPER UPDATE
                                if       WS-Keep (WS-Slot) not = "Y"
                                         move     "N" to WS-Keep (WS-Slot)
                                end-if
              end-evaluate
     end-perform.
*>
     display  "Save the agreement (Y/N) [ ]" at line 19 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 19 col 27 with UPPER.
     if       WS-Reply not = "Y"
              go to    ba000-Exit.
     initialize PY-Severance-Record.
     move     WS-Sel-Emp      to Sev-Emp-No.
     move     "P"             to Sev-Status.
     move     WS-Today        to Sev-Agree-Date.
     move     WS-Total        to Sev-Total.
     move     WS-Installments to Sev-Installments.
     move     WS-Frequency    to Sev-Frequency.
     move     WS-First-Date   to Sev-First-Date.
     move     WS-First-Date   to Sev-Next-Date.
     move     WS-Revoke-Days  to Sev-Revoke-Days.
     move     WS-Note         to Sev-Note.
     move     WS-Operator     to Sev-Entered-By.
     perform  varying WS-Slot from 1 by 1 until WS-Slot > 5
              move     WS-Keep (WS-Slot) to Sev-Ded-Keep (WS-Slot)
     end-perform.
     write    PY-Severance-Record
              invalid key
                       rewrite  PY-Severance-Record
     end-write.
     display  "Agreement saved - awaiting the signed release" at line 21 col 1 with erase eol.
     perform  az060-Error.
*>
 ba000-Exit.  exit section.
*>
 ca000-Release               section.
*>**********************************
*>
*> The signed release starts the revocation period - or, revoked
*> within it before anything is scheduled, cancels the agreement.
*>
     display  "Severance - Signed Release" at line 1 col 1 with erase eos.
     move     zero to WS-Sel-Emp.
     display  "Employee               [       ]"   at line 3 col 1.
     accept   WS-Sel-Emp at line 3 col 25.
     if       WS-Sel-Emp = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     perform  az000-Get-Employee.
     if       Error-Code = zero
              display  Emp-Name at line 3 col 35.
     move     WS-Sel-Emp to Sev-Emp-No.
     read     PY-Severance-File key Sev-Emp-No
              invalid key
                       display  PY311      at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  WS-Sel-Emp at line WS-23-Lines col 45
                       perform  az060-Error
                       go to    ca000-Exit
     end-read.
     move     Sev-Total to WS-Disp-Amt.
     display  "Agreed total"     at line 5 col 1.
     display  WS-Disp-Amt        at line 5 col 25.
     display  "Installments"     at line 6 col 1.
     display  Sev-Installments   at line 6 col 25.
     display  Sev-Frequency      at line 6 col 29.
     move     Sev-First-Date to WS-Disp-Date.
     display  "First due"        at line 7 col 1.
     display  WS-Disp-Date       at line 7 col 25.
     if       Sev-Released
        and   Sev-Gen-Count = zero
              go to    ca020-Revoked.
     if       not Sev-Pending
              display  PY312    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca000-Exit.
*>
     move     WS-Today        to WS-Release-Date.
     move     Sev-Revoke-Days to WS-Revoke-Days.
*>
 ca010-Keyed.
     display  "Release signed ccyymmdd[        ]" at line  9 col 1.
     display  "Revocation period days [   ]"      at line 10 col 1.
     accept   WS-Release-Date at line  9 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     accept   WS-Revoke-Days  at line 10 col 25 with UPDATE.
     if       TEST-DATE-YYYYMMDD (WS-Release-Date) not = zero
        or    WS-Release-Date > WS-Today
              display  PY313    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              move     WS-Today to WS-Release-Date
              go to    ca010-Keyed.
     compute  WS-Revoke-End = DATE-OF-INTEGER
              (INTEGER-OF-DATE (WS-Release-Date) + WS-Revoke-Days).
     move     WS-Revoke-End to WS-Disp-Date.
     display  "Can be revoked up to"  at line 11 col 1.
     display  WS-Disp-Date            at line 11 col 25.
     display  "Record the release (Y/N) [ ]" at line 13 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 13 col 27 with UPPER.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
     move     "R"             to Sev-Status.
     move     WS-Release-Date to Sev-Release-Date.
     move     WS-Revoke-Days  to Sev-Revoke-Days.
     move     WS-Revoke-End   to Sev-Revoke-End.
     move     Sev-First-Date  to Sev-Next-Date.
     move     WS-Operator     to Sev-Released-By.
     rewrite  PY-Severance-Record.
     display  "Release recorded - installments are paid after the revocation period"
                                                 at line 15 col 1.
     perform  az060-Error.
     go       to ca000-Exit.
*>
 ca020-Revoked.
     move     Sev-Release-Date to WS-Disp-Date.
     display  "Release signed"        at line  9 col 1.
     display  WS-Disp-Date            at line  9 col 25.
     move     Sev-Revoke-End to WS-Disp-Date.
     display  "Can be revoked up to"  at line 10 col 1.
     display  WS-Disp-Date            at line 10 col 25.
     display  "Release revoked - cancel the agreement (Y/N) [ ]" at line 13 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 13 col 47 with UPPER.
     if       WS-Reply = "Y"
              move     "X" to Sev-Status
              rewrite  PY-Severance-Record
              display  "Agreement cancelled" at line 15 col 1
              perform  az060-Error
     end-if.
*>
 ca000-Exit.  exit section.
*>
 da000-Generate              section.
*>**********************************
*>
*> Shows every installment the next apply will pay on every released
*> agreement past its revocation period - due by the period end,
*> paid once the check date is past the revocation period. pyapply
*> generates them itself (ac045), so nothing is posted here and the
*> agreements are not moved on.
*>
     display  "Severance - Installments Due (Preview)" at line 1 col 1 with erase eos.
     move     WS-Today to WS-Period-End WS-Pay-Date.
     display  "Period end ccyymmdd    [        ]" at line 3 col 1.
     display  "Check date ccyymmdd    [        ]" at line 4 col 1.
     accept   WS-Period-End at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     accept   WS-Pay-Date   at line 4 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-Period-End) not = zero
        or    TEST-DATE-YYYYMMDD (WS-Pay-Date) not = zero
              display  PY315    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da000-Exit.
*>
     move     zero to WS-Cnt-Agree WS-Cnt-Inst WS-Cnt-Waiting WS-Cnt-Held WS-Tot-Sched.
     move     spaces to WS-Rg-Mode.
     string   "Installments due by "
              WS-Period-End (1:4) "/" WS-Period-End (5:2) "/"
              WS-Period-End (7:2) " - preview of the next apply"
                                                delimited by size
                                           into WS-Rg-Mode
     end-string.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Severance-Schedule.
*>
     move     1 to Sev-Emp-No.
     start    PY-Severance-File key not < Sev-Emp-No
              invalid key
                       move     "10" to PY-Sev-Status
     end-start.
     perform  until PY-Sev-Status not = "00"
              read     PY-Severance-File next record at end
                       exit perform
              end-read
              if       PY-Sev-Status not = "00"
                       exit perform
              end-if
              if       Sev-Released
                 and   Sev-Gen-Count < Sev-Installments
                       perform  db000-Agreement-Due
              end-if
     end-perform.
*>
     terminate
              Severance-Schedule.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
*>
     move     WS-Cnt-Agree to WS-Disp-Cnt.
     display  "Agreements paying      : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt                 at line  8 col 30.
     move     WS-Cnt-Inst to WS-Disp-Cnt.
     display  "Due on the next apply  : " at line  9 col 5.
     display  WS-Disp-Cnt                 at line  9 col 30.
     move     WS-Tot-Sched to WS-Disp-Amt.
     display  WS-Disp-Amt                 at line  9 col 37.
     move     WS-Cnt-Waiting to WS-Disp-Cnt.
     display  "In revocation period   : " at line 10 col 5.
     display  WS-Disp-Cnt                 at line 10 col 30.
     move     WS-Cnt-Held to WS-Disp-Cnt.
     display  "Held - not terminated  : " at line 11 col 5.
     display  WS-Disp-Cnt                 at line 11 col 30.
     perform  az060-Error.
*>
 da000-Exit.  exit section.
*>
 db000-Agreement-Due         section.
*>**********************************
*>
*> The released agreement in the buffer - every installment due by
*> the period end counted as pyapply will generate them, unless still
*> revocable or the employee is no longer terminated (rehired). The
*> agreement is worked on in the buffer only, never rewritten.
*>
     move     spaces to WS-Rg-Note.
     move     zero   to WS-Rg-Sched-Cnt WS-Rg-Sched-Amt.
     if       WS-Pay-Date not > Sev-Revoke-End
              add      1 to WS-Cnt-Waiting
              move     "Release can still be revoked - waiting" to WS-Rg-Note
              perform  eb000-Schedule-Line
              go to    db000-Exit.
     if       Sev-Next-Date > WS-Period-End
              go to    db000-Exit.
     move     Sev-Emp-No to WS-Sel-Emp.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
        or    Emp-Status not = "T"
              add      1 to WS-Cnt-Held
              move     "Employee not terminated - held" to WS-Rg-Note
              perform  eb000-Schedule-Line
              go to    db000-Exit.
*>
     add      1 to WS-Cnt-Agree.
     perform  until Sev-Gen-Count not < Sev-Installments
                 or Sev-Next-Date > WS-Period-End
              if       Sev-Gen-Count + 1 = Sev-Installments
                       compute  WS-Inst-Amount = Sev-Total - Sev-Gen-Amount
              else
                       compute  WS-Inst-Amount rounded =
                                Sev-Total / Sev-Installments
              end-if
              add      1              to Sev-Gen-Count WS-Rg-Sched-Cnt WS-Cnt-Inst
              add      WS-Inst-Amount to Sev-Gen-Amount WS-Rg-Sched-Amt WS-Tot-Sched
              perform  az030-Next-Date
     end-perform.
     move     "Due on the next apply"  to WS-Rg-Note.
     perform  eb000-Schedule-Line.
*>
 db000-Exit.  exit section.
*>
 ea000-Schedule              section.
*>**********************************
*>
*> Every agreement as it stands on file - complete and cancelled ones
*> only when asked for.
*>
     display  "Severance Schedule" at line 1 col 1 with erase eos.
     display  "Include complete and cancelled agreements (Y/N) [ ]" at line 3 col 1.
     move     "N" to WS-All-Agreements.
     accept   WS-All-Agreements at line 3 col 50 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ea000-Exit.
     move     spaces to WS-Rg-Mode.
     if       WS-All-Agreements = "Y"
              move     "All agreements on file" to WS-Rg-Mode
     else
              move     "Agreements still paying or awaiting release" to WS-Rg-Mode.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Severance-Schedule.
     move     1 to Sev-Emp-No.
     start    PY-Severance-File key not < Sev-Emp-No
              invalid key
                       move     "10" to PY-Sev-Status
     end-start.
     perform  until PY-Sev-Status not = "00"
              read     PY-Severance-File next record at end
                       exit perform
              end-read
              if       PY-Sev-Status not = "00"
                       exit perform
              end-if
              if       WS-All-Agreements = "Y"
                 or    Sev-Pending
                 or    Sev-Released
                       move     spaces to WS-Rg-Note
                       move     zero   to WS-Rg-Sched-Cnt WS-Rg-Sched-Amt
                       perform  eb000-Schedule-Line
              end-if
     end-perform.
     terminate
              Severance-Schedule.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
     display  "Schedule printed" at line 5 col 1.
     perform  az060-Error.
*>
 ea000-Exit.  exit section.
*>
 eb000-Schedule-Line         section.
*>**********************************
*>
*> The agreement in the buffer onto the schedule - remaining is the
*> total less what pyapply has actually paid.
*>
     move     Sev-Emp-No to Emp-No.
     move     spaces to WS-Rg-Name.
     read     PY-Employee-File key Emp-No
              not invalid key
                       move     Emp-Name to WS-Rg-Name
     end-read.
     move     1               to WS-Rg-Count.
     move     Sev-Total       to WS-Rg-Total.
     move     Sev-Paid-Amount to WS-Rg-Paid.
     if       Sev-Cancelled
        or    Sev-Paid-Amount > Sev-Total
              move     zero to WS-Rg-Remain
     else
              compute  WS-Rg-Remain = Sev-Total - Sev-Paid-Amount.
     evaluate true
              when Sev-Pending
                       move "Pending"   to WS-Rg-Status
              when Sev-Released
                       move "Released"  to WS-Rg-Status
              when Sev-Complete
                       move "Complete"  to WS-Rg-Status
              when other
                       move "Cancelled" to WS-Rg-Status
     end-evaluate.
     generate Sev-Detail.
*>
 eb000-Exit.  exit section.
