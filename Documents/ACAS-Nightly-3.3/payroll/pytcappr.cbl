       >>source free
*>****************************************************************
*>        Supervisor Timecard Approval Of The Pay Batch           *
*>           Before The Proof                                     *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pytcappr.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Electronic timecard approval. A supervisor or
*>                      administrator, signed on under their own pyuser
*>                      id, reviews each employee's pay transactions in
*>                      the pending pyhrs batch - lines, hours units and
*>                      coded amounts - and approves them or takes an
*>                      approval back. Each approval is written to
*>                      PY-Hrs-Approval-File (pyhap) for the batch
*>                      number with the approver id and the date / time
*>                      and the totals approved.
*>
*>                      The list holds only the employees whose
*>                      department the operator's scope allows (pyscope)
*>                      and, when "Mine only" is answered Y (the default
*>                      for a supervisor), only those whose
*>                      Emp-Supervisor-Id is the operator's id.
*>
*>                      Where PY-PR7-Appr-Required = "Y" pyproof treats
*>                      every employee not approved, or whose lines no
*>                      longer add up to what was approved, as a hard
*>                      exception and pynight halts there.
*>
*>                      Needs sign-on in service - an approval with no
*>                      operator id is no approval. Data entry
*>                      operators are refused.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyscope.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyhrs.   Pay Transactions.
*>                      pyemp.   Employee Master.
*>                      pyhap.   Timecard Approvals - I-O.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY276 - 281.
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
 copy "selpyhrs.cob".
 copy "selpyemp.cob".
 copy "selpyhap.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyhrs.cob".
 copy "fdpyemp.cob".
 copy "fdpyhap.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pytcappr (1.0.00)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
 copy "wspyscq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-PR1-Status       pic xx.
     03  PY-Hrs-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Hap-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
     03  WS-Quit             pic x        value "N".
        88  WS-All-Done               value "Y".
*>
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Mine-Only        pic x        value "N".
     03  WS-Batch-No         pic 9(5)     value zero.
     03  WS-Function         pic x        value space.
     03  WS-Sel-Line         pic 999      value zero.
     03  WS-Cur-Emp          pic 9(7)     value zero.
     03  WS-Emp-Wanted       pic x        value "N".
     03  WS-Disp-Cnt         pic zzz9.
     03  WS-Disp-Units       pic -(4)9.99.
     03  WS-Disp-Amt         pic -(6)9.99.
     03  WS-Disp-Line        pic zz9.
*>
*> The employees listed - in employee order as the batch is keyed,
*> with the totals of their batch lines and the approval on file.
*> State A = approved and current, C = approved but changed since,
*> W = approval taken back, space = never approved.
*>
     03  WS-Ap-Count         pic 999      value zero.
     03  WS-Ap-Sub           pic 999      value zero.
     03  WS-Ap-Top           pic 999      value 1.
     03  WS-Ap-Row           pic 99       value zero.
     03  WS-Ap-Approved      pic 999      value zero.
     03  WS-Ap-Table.
         05  WS-Ap-Entry                  occurs 500.
             07  WS-Ap-Emp       pic 9(7).
             07  WS-Ap-Name      pic x(24).
             07  WS-Ap-Dept      pic x(4).
             07  WS-Ap-Lines     pic 9(4).
             07  WS-Ap-Units     pic s9(5)v99 comp-3.
             07  WS-Ap-Amount    pic s9(7)v99 comp-3.
             07  WS-Ap-State     pic x.
             07  WS-Ap-Approver  pic x(8).
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
     03  PY276           pic x(62) value "PY276 Approval needs a supervisor signed on under their own id".
     03  PY277           pic x(50) value "PY277 No pending pyhrs batch to approve - Aborting".
     03  PY278           pic x(50) value "PY278 No employees in the batch for you to approve".
     03  PY279           pic x(52) value "PY279 Employee table full - later employees left out".
     03  PY280           pic x(30) value "PY280 No such line on the list".
     03  PY281           pic x(60) value "PY281 Timecard approval is not switched on in the parameters".
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
*> The approval is the operator's own sign-off - with sign-on not in
*> service there is nobody to stamp, and data entry may not approve.
*>
     move     WS-CD-Args (1:8) to WS-Operator.
     if       WS-Operator = spaces
        or    WS-CD-Args (9:1) = "D"
              display  PY276    at line WS-23-Lines col 1 with foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 auto
              goback   returning 9
     end-if.
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
     display  "Supervisor Timecard Approval" at 0125 with foreground-color 2.
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
*> Approving with the switch off does no harm - it is kept for when
*> the switch goes on - but say so.
*>
     if       PY-PR7-Appr-Required not = "Y"
              display  PY281    at line WS-23-Lines col 1 with foreground-color 2 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 auto
              display  space    at line WS-23-Lines col 1 with erase eos
     end-if.
*>
     open     input PY-Pay-Transactions-File.
     if       PY-Hrs-Status not = "00"
              display  PY277    at line WS-23-Lines col 1 with foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 auto
              close    PY-Pay-Transactions-File
              goback   returning 1
     end-if.
     move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero to Hrs-Batch-No
     end-read.
     if       Hrs-Batch-No = zero
              display  PY277    at line WS-23-Lines col 1 with foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 auto
              close    PY-Pay-Transactions-File
              goback   returning 1
     end-if.
     move     Hrs-Batch-No to WS-Batch-No.
*>
     open     input PY-Employee-File.
     open     i-o   PY-Hrs-Approval-File.
     if       PY-Hap-Status = "35"        *> first ever use
              open     output PY-Hrs-Approval-File
              close    PY-Hrs-Approval-File
              open     i-o PY-Hrs-Approval-File
     end-if.
*>
*> A supervisor normally sees their own reports only.
*>
     if       WS-CD-Args (9:1) = "S"
              move     "Y" to WS-Mine-Only.
     display  "Only employees reporting to you (Y/N) [ ]" at 0501 with erase eos.
     accept   WS-Mine-Only at 0540 with foreground-color 3 UPDATE UPPER.
     if       WS-Mine-Only not = "Y"
              move     "N" to WS-Mine-Only.
*>
     perform  ba000-Load-Batch.
     if       WS-Ap-Count = zero
              display  PY278    at line WS-23-Lines col 1 with foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 auto
     else
              perform  ca000-Approve-Screen until WS-All-Done
     end-if.
*>
     close    PY-Pay-Transactions-File
              PY-Employee-File
              PY-Hrs-Approval-File.
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
 ba000-Load-Batch            section.
*>**********************************
*>
*> One pass of the batch, header excluded, totalling each employee's
*> lines the same way pyproof does - lines from other batches and
*> with a bad Rate slot are left out, units from hours lines and
*> amounts from coded lines.
*>
     move     zero to WS-Ap-Count WS-Cur-Emp.
     move     "N"  to WS-Emp-Wanted.
     move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code.
     start    PY-Pay-Transactions-File key > Hrs-Key
              invalid key
                       go to ba000-Exit
     end-start.
     perform  forever
              read     PY-Pay-Transactions-File next record at end
                       exit perform
              end-read
              if       PY-Hrs-Status not = "00"
                       exit perform
              end-if
              if       Hrs-Entry-Batch-No not = WS-Batch-No
                 or    Hrs-Rate < 1 or Hrs-Rate > 6
                       exit perform cycle
              end-if
              if       Hrs-Emp-No not = WS-Cur-Emp
                       move     Hrs-Emp-No to WS-Cur-Emp
                       perform  ba010-New-Employee
              end-if
              if       WS-Emp-Wanted = "Y"
                       add      1 to WS-Ap-Lines (WS-Ap-Count)
                       if       Hrs-Hours-Line
                                add      Hrs-Units  to WS-Ap-Units (WS-Ap-Count)
                       else
                                add      Hrs-Amount to WS-Ap-Amount (WS-Ap-Count)
                       end-if
              end-if
     end-perform.
*>
     perform  varying WS-Ap-Sub from 1 by 1 until WS-Ap-Sub > WS-Ap-Count
              perform  ba020-Approval-State
     end-perform.
*>
 ba000-Exit.  exit section.
*>
 ba010-New-Employee          section.
*>**********************************
*>
*> Keep the employee if in scope (and, for Mine only, reporting to
*> the operator).
*>
     move     "N" to WS-Emp-Wanted.
     move     Hrs-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       go to ba010-Exit
     end-read.
     move     WS-Operator to Scq-Operator.
     move     Emp-Dept    to Scq-Dept.
     call     "pyscope" using PY-Scope-Request File-Defs.
     if       Scq-Result not = zero
              go to ba010-Exit.
     if       WS-Mine-Only = "Y"
        and   Emp-Supervisor-Id not = WS-Operator
              go to ba010-Exit.
     if       WS-Ap-Count not < 500
              display  PY279    at line WS-23-Lines col 1 with foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 auto
              go to ba010-Exit.
     add      1 to WS-Ap-Count.
     move     Emp-No     to WS-Ap-Emp     (WS-Ap-Count).
     move     Emp-Name   to WS-Ap-Name    (WS-Ap-Count).
     move     Emp-Dept   to WS-Ap-Dept    (WS-Ap-Count).
     move     zero       to WS-Ap-Lines   (WS-Ap-Count)
                            WS-Ap-Units   (WS-Ap-Count)
                            WS-Ap-Amount  (WS-Ap-Count).
     move     space      to WS-Ap-State   (WS-Ap-Count).
     move     spaces     to WS-Ap-Approver (WS-Ap-Count).
     move     "Y" to WS-Emp-Wanted.
*>
 ba010-Exit.  exit section.
*>
 ba020-Approval-State        section.
*>**********************************
*>
*> Entry WS-Ap-Sub against its approval on file, if any.
*>
     move     space to WS-Ap-State (WS-Ap-Sub).
     move     WS-Batch-No            to Hap-Batch-No.
     move     WS-Ap-Emp (WS-Ap-Sub)  to Hap-Emp-No.
     read     PY-Hrs-Approval-File key Hap-Key
              invalid key
                       go to ba020-Exit
     end-read.
     move     Hap-Approver to WS-Ap-Approver (WS-Ap-Sub).
     if       Hap-Withdrawn
              move     "W" to WS-Ap-State (WS-Ap-Sub)
              go to ba020-Exit.
     if       Hap-Lines  = WS-Ap-Lines  (WS-Ap-Sub)
        and   Hap-Units  = WS-Ap-Units  (WS-Ap-Sub)
        and   Hap-Amount = WS-Ap-Amount (WS-Ap-Sub)
              move     "A" to WS-Ap-State (WS-Ap-Sub)
     else
              move     "C" to WS-Ap-State (WS-Ap-Sub).
*>
 ba020-Exit.  exit section.
*>
 ca000-Approve-Screen        section.
*>**********************************
*>
*> Fifteen to a page. A = approve a line, W = take an approval back,
*> L = approve every line on the page not yet approved, N / P = next
*> or previous page, Q = quit.
*>
     display  prog-name  at 0101 with erase eos.
     display  "Supervisor Timecard Approval" at 0125 with foreground-color 2.
     display  "Batch"    at 0301.
     display  WS-Batch-No at 0307.
     display  "Approver" at 0315.
     display  WS-Operator at 0324.
     move     zero to WS-Ap-Approved.
     perform  varying WS-Ap-Sub from 1 by 1 until WS-Ap-Sub > WS-Ap-Count
              if       WS-Ap-State (WS-Ap-Sub) = "A"
                       add      1 to WS-Ap-Approved
              end-if
     end-perform.
     move     WS-Ap-Approved to WS-Disp-Cnt.
     display  WS-Disp-Cnt  at 0340.
     display  "approved of" at 0345.
     move     WS-Ap-Count to WS-Disp-Cnt.
     display  WS-Disp-Cnt  at 0357.
     display  "Line Emp No  Name                     Dept Lines    Units      Amount Status"
                                                          at 0401 with foreground-color 2.
     move     5 to WS-Ap-Row.
     perform  varying WS-Ap-Sub from WS-Ap-Top by 1
                      until WS-Ap-Sub > WS-Ap-Count or WS-Ap-Row > 19
              perform  ca010-Show-Line
              add      1 to WS-Ap-Row
     end-perform.
     display  "A = Approve, W = Withdraw, L = Approve page, N / P = Next / Prev page, Q = Quit [ ]"
                                                          at line WS-22-Lines col 1.
     move     space to WS-Function.
     accept   WS-Function at line WS-22-Lines col 82 with foreground-color 3 UPDATE UPPER.
     evaluate WS-Function
              when "A"
              when "W"
                       perform  ca020-Get-Line
                       if       WS-Sel-Line not = zero
                                move     WS-Sel-Line to WS-Ap-Sub
                                perform  da000-Write-Approval
                       end-if
              when "L"
                       perform  varying WS-Ap-Sub from WS-Ap-Top by 1
                                until WS-Ap-Sub > WS-Ap-Count
                                   or WS-Ap-Sub > WS-Ap-Top + 14
                                if       WS-Ap-State (WS-Ap-Sub) not = "A"
                                         move     "A" to WS-Function
                                         perform  da000-Write-Approval
                                end-if
                       end-perform
              when "N"
                       if       WS-Ap-Top + 15 not > WS-Ap-Count
                                add      15 to WS-Ap-Top
                       end-if
              when "P"
                       if       WS-Ap-Top > 15
                                subtract 15 from WS-Ap-Top
                       else
                                move     1 to WS-Ap-Top
                       end-if
              when "Q"
                       move     "Y" to WS-Quit
     end-evaluate.
*>
 ca000-Exit.  exit section.
*>
 ca010-Show-Line             section.
*>**********************************
*>
     move     WS-Ap-Sub to WS-Disp-Line.
     display  WS-Disp-Line               at line WS-Ap-Row col 1.
     display  WS-Ap-Emp  (WS-Ap-Sub)     at line WS-Ap-Row col 6.
     display  WS-Ap-Name (WS-Ap-Sub)     at line WS-Ap-Row col 14.
     display  WS-Ap-Dept (WS-Ap-Sub)     at line WS-Ap-Row col 39.
     move     WS-Ap-Lines (WS-Ap-Sub) to WS-Disp-Cnt.
     display  WS-Disp-Cnt                at line WS-Ap-Row col 45.
     move     WS-Ap-Units (WS-Ap-Sub) to WS-Disp-Units.
     display  WS-Disp-Units              at line WS-Ap-Row col 50.
     move     WS-Ap-Amount (WS-Ap-Sub) to WS-Disp-Amt.
     display  WS-Disp-Amt                at line WS-Ap-Row col 59.
     evaluate WS-Ap-State (WS-Ap-Sub)
              when "A"
                       display  "Approved" at line WS-Ap-Row col 71 with foreground-color 2
              when "C"
                       display  "CHANGED"  at line WS-Ap-Row col 71 with foreground-color 4
              when "W"
                       display  "Withdrawn" at line WS-Ap-Row col 71 with foreground-color 4
              when other
                       display  "Pending"  at line WS-Ap-Row col 71 with foreground-color 3
     end-evaluate.
*>
 ca010-Exit.  exit section.
*>
 ca020-Get-Line              section.
*>**********************************
*>
     display  "Line number [   ]" at line WS-23-Lines col 1 with erase eol.
     move     zero to WS-Sel-Line.
     accept   WS-Sel-Line at line WS-23-Lines col 14 with foreground-color 3 UPDATE.
     display  space at line WS-23-Lines col 1 with erase eol.
     if       WS-Sel-Line = zero
              go to ca020-Exit.
     if       WS-Sel-Line > WS-Ap-Count
              display  PY280    at line WS-23-Lines col 1 with foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 auto
              display  space    at line WS-23-Lines col 1 with erase eos
              move     zero to WS-Sel-Line.
*>
 ca020-Exit.  exit section.
*>
 da000-Write-Approval        section.
*>**********************************
*>
*> Approve (A) or take back (W) entry WS-Ap-Sub - the operator and
*> the date / time are stamped either way so the batch shows who
*> did what last.
*>
     if       WS-Function = "W"
        and   WS-Ap-State (WS-Ap-Sub) = space
              go to da000-Exit.               *> nothing to take back
     move     CURRENT-DATE to WSE-Date-block.
     move     WS-Batch-No            to Hap-Batch-No.
     move     WS-Ap-Emp (WS-Ap-Sub)  to Hap-Emp-No.
     read     PY-Hrs-Approval-File key Hap-Key
              invalid key
                       initialize PY-Hrs-Approval-Record
                       move     WS-Batch-No           to Hap-Batch-No
                       move     WS-Ap-Emp (WS-Ap-Sub) to Hap-Emp-No
     end-read.
     move     WS-Function              to Hap-Status.
     move     WS-Operator              to Hap-Approver.
     move     WSE-Date-9               to Hap-Stamp-Date.
     compute  Hap-Stamp-Time = WSE-HH * 10000 + WSE-MM * 100 + WSE-SS.
     move     WS-Ap-Dept (WS-Ap-Sub)   to Hap-Dept.
     move     WS-Ap-Lines (WS-Ap-Sub)  to Hap-Lines.
     move     WS-Ap-Units (WS-Ap-Sub)  to Hap-Units.
     move     WS-Ap-Amount (WS-Ap-Sub) to Hap-Amount.
     if       PY-Hap-Status = "23"
              write    PY-Hrs-Approval-Record
     else
              rewrite  PY-Hrs-Approval-Record
     end-if.
     move     WS-Function  to WS-Ap-State (WS-Ap-Sub).
     move     WS-Operator  to WS-Ap-Approver (WS-Ap-Sub).
*>
 da000-Exit.  exit section.
