       >>source free
*>****************************************************************
*>     Employee Purchase Accounts Repaid Through Payroll          *
*>                                                                *
*>            Uses RW (Report writer for prints)                  *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyslpost.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Employees buying at staff discount on account
*>                      are customers on the ACAS Sales Ledger. This
*>                      links each one to the customer account and
*>                      repays it by payroll deduction, so the two
*>                      sides agree instead of a hand-keyed Emp-ED
*>                      deduction drifting away from the ledger.
*>
*>                      M - Maintain the link (PY-Emp-Purch-File): the
*>                          customer account, the repayment rule per
*>                          pay - F a fixed amount, P a percent of the
*>                          open balance - Active or Suspended, and
*>                          the opening balance. pyapply (bw050) takes
*>                          the repayment from remaining net, never
*>                          more than the balance, and writes the
*>                          amount actually taken to PY-SL-Receipt-
*>                          File.
*>                      P - Post. Run after each apply. Every Open
*>                          receipt becomes a Sales Ledger cash receipt
*>                          on the customer's account - reference
*>                          PRyymmddnnnnnnnss (check date, employee
*>                          and seq) - under batch control: pass 1
*>                          shows the count and amount and nothing is
*>                          written until the operator says so; pass
*>                          2 adds the batch (H / R / T lines) to
*>                          pyslrcp.txt for the Sales Ledger to take
*>                          in, marks the receipts Posted and prints
*>                          the posting list.
*>                      B - Balances. The open balance on each customer
*>                          account from the Sales Ledger (pyslbal.txt
*>                          - customer, balance, as at date) replaces
*>                          the balance held here, so new purchases are
*>                          picked up. Refused while receipts are still
*>                          to be posted, as the ledger would not yet
*>                          hold them. Checked against the inbound file
*>                          registry (pyireg) first and every link
*>                          changed is imaged so pyinbound can back it
*>                          out.
*>                      R - Register of the accounts - balance, rule,
*>                          last repayment and repaid to date.
*>
*>                      On termination the balance left is shown on
*>                      the final pay tickler (pyfinpay).
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyireg  - inbound file registry / images.
*>                      pyrcapt - report repository.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, NUMVAL, TEST-DATE-YYYYMMDD,
*>                      TEST-NUMVAL, TRIM.
*>    Files used :
*>                      pypr1.       Params.
*>                      pyemp.       Employee Master - Input.
*>                      pyepa.       Employee Purchase Accounts - I-O.
*>                      pysrc.       Purchase Account Receipts - I-O.
*>                      pyslrcp.txt  SL cash receipt batch staging - Extend.
*>                      pyslbal.txt  SL customer balances - Input.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001, 2, PY454 - 456, PY468, PY509 - 517.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Report title widened to take the longest title.
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
 copy "selpyepa.cob".
 copy "selpysrc.cob".
 copy "selpyslr.cob".
 copy "selpyslb.cob".
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
 copy "fdpyepa.cob".
 copy "fdpysrc.cob".
 copy "fdpyslr.cob".
 copy "fdpyslb.cob".
*>
 fd  Print-File
     reports are SL-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyslpost (1.0.01)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
 copy "print-spool-command.cob".     *> CHECK PRN file for content Landscape mode
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspyirq.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-PR1-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Epa-Status       pic xx.
     03  PY-Src-Status       pic xx.
     03  PY-Slr-Status       pic xx.
     03  PY-Slb-Status       pic xx.
     03  WS-Emp-Open         pic x        value "N".
     03  WS-Imp-Refused      pic x        value "N".
     03  WS-Training         pic x        value "N".
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
     03  WS-Rep-Title        pic x(54)    value spaces.
     03  WS-Amending         pic x        value "N".       *> Y = link on file
*>
*> Link as keyed.
*>
     03  WS-Emp-No           pic 9(7)     value zero.
     03  WS-Customer         pic x(7)     value spaces.
     03  WS-Rule             pic x        value "F".
     03  WS-Repay-Amt        pic 9(5)v99  value zero.
     03  WS-Repay-Pcent      pic 9(3)v99  value zero.
     03  WS-Status           pic x        value "A".
     03  WS-Balance          pic 9(7)v99  value zero.
     03  WS-Disp-Repay       pic zz,zz9.99.
     03  WS-Disp-Pcent       pic zz9.99.
     03  WS-Disp-Bal         pic z,zzz,zz9.99.
*>
*> Batch control and counts
*>
     03  WS-Cnt-Read         pic 9(5)     value zero.
     03  WS-Cnt-Post         pic 9(5)     value zero.
     03  WS-Cnt-Error        pic 9(5)     value zero.
     03  WS-Cnt-Loaded       pic 9(5)     value zero.
     03  WS-Cnt-Rejected     pic 9(5)     value zero.
     03  WS-Tot-Post         pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Amount       pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Balance      pic 9(9)v99  comp-3 value zero.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-Amt         pic z,zzz,zz9.99.
*>
*> Receipt batch line build
*>
     03  WS-Slr-Line         pic x(100)   value spaces.
     03  WS-Slr-Amt          pic z(8)9.99.
     03  WS-Slr-Recs         pic 9(5).
     03  WS-Slr-Co           pic 999.
     03  WS-Rcpt-Ref         pic x(17)    value spaces.
*>
*> Balances file fields
*>
     03  WS-Fld-Customer     pic x(7)     value spaces.
     03  WS-Fld-Bal          pic x(14)    value spaces.
     03  WS-Fld-Date         pic x(10)    value spaces.
     03  WS-Bal-Amt          pic s9(8)v99 value zero.
     03  WS-Bal-Date         pic 9(8)     value zero.
     03  WS-Matched          pic x        value "N".
*>
*> The line being printed.
*>
 01  WS-Print-Line.
     03  WS-Pr-Emp-No        pic 9(7).
     03  WS-Pr-Name          pic x(32).
     03  WS-Pr-Customer      pic x(7).
     03  WS-Pr-Rule          pic x(9).
     03  WS-Pr-Date          pic 9(8).
     03  WS-Pr-Amount        pic 9(7)v99  comp-3.
     03  WS-Pr-Balance       pic s9(8)v99 comp-3.
     03  WS-Pr-Ref           pic x(17).
     03  WS-Pr-Remark        pic x(24).
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
     03  PY454           pic x(60) value "PY454 File already imported by this program - registry entry".
     03  PY455           pic x(64) value "PY455 Duplicate import refused - only an Admin may take it again".
     03  PY456           pic x(47) value "PY456 No override reason given - import refused".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
*>
*> Program specific
*>
     03  PY509           pic x(56) value "PY509 Purchase account file not available - aborting".
     03  PY510           pic x(26) value "PY510 Employee not on file".
     03  PY511           pic x(68) value "PY511 Customer account, rule F or P and its amount or percent needed".
     03  PY512           pic x(54) value "PY512 No repayments to post to the Sales Ledger found".
     03  PY513           pic x(45) value "PY513 Sales Ledger balances file not found".
     03  PY514           pic x(63) value "PY514 Repayments not yet posted - run P before loading balances".
     03  PY515           pic x(47) value "PY515 Repayments posted to the Sales Ledger".
     03  PY516           pic x(43) value "PY516 No purchase accounts on file to list".
     03  PY517           pic x(59) value "PY517 Repayments in error are left - see the posting list".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params this run uses
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
 RD  SL-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-SL-Head  Type Page Heading.
*>
*> Print layouts to 132 cols Landscape
*>
     03  line  1.
         05  col  50     pic x(40)   source UserA.
         05  col 110     pic x(10)   source U-Date.
         05  col 122     pic x(8)    source WSD-Time.
     03  line  2.
         05  col   1     pic x(18)   source Prog-Name.
         05  col  51     pic x(19)   value "ACAS Payroll System".
         05  col 124     pic x(5)    value "Page ".
         05  col 129     pic zz9     source Page-Counter.
     03  Line  3.
         05  col  40     pic x(54)   source WS-Rep-Title.
     03  line  4.
         05  col   1                 value "Emp No  -- Name ------------------------  Customer Rule       Chk Date     Amount       Balance  Receipt Ref        Remarks".
*>
 01  SL-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)           source WS-Pr-Emp-No.
         05  col   9     pic x(32)          source WS-Pr-Name.
         05  col  43     pic x(7)           source WS-Pr-Customer.
         05  col  52     pic x(9)           source WS-Pr-Rule.
         05  col  63     pic 9999/99/99     source WS-Pr-Date     blank when zero.
         05  col  74     pic zzz,zz9.99     source WS-Pr-Amount   blank when zero.
         05  col  85     pic z,zzz,zz9.99-  source WS-Pr-Balance.
         05  col  99     pic x(17)          source WS-Pr-Ref.
         05  col 118     pic x(15)          source WS-Pr-Remark.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(25)         value "Lines                   :".
         05  col 27          pic zzzz9         source WS-Cnt-Read.
     03  line + 1.
         05  col  1          pic x(25)         value "Amount                  :".
         05  col 26          pic zz,zzz,zz9.99 source WS-Tot-Amount.
     03  line + 1.
         05  col  1          pic x(25)         value "Balances                :".
         05  col 26          pic zz,zzz,zz9.99 source WS-Tot-Balance.
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
     display  "Employee Purchase Accounts" at 0125 with foreground-color 2.
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
*>
*> A training company (pytrain) may keep its links but never stages
*> a receipt batch for the Sales Ledger.
*>
     if       PY-PR9-Training = "Y"
              move     "Y" to WS-Training.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
*>
     open     i-o PY-Emp-Purch-File.
     if       PY-Epa-Status = "35"        *> first ever use
              open     output PY-Emp-Purch-File
              close    PY-Emp-Purch-File
              open     i-o PY-Emp-Purch-File
     end-if.
     if       PY-Epa-Status not = "00"
              display  PY509         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              goback   returning 4
     end-if.
     open     i-o PY-SL-Receipt-File.
     if       PY-Src-Status = "35"        *> first ever use
              open     output PY-SL-Receipt-File
              close    PY-SL-Receipt-File
              open     i-o PY-SL-Receipt-File
     end-if.
     open     input PY-Employee-File.
     if       PY-Emp-Status = "00"
              move     "Y" to WS-Emp-Open.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Emp-Purch-File
              PY-SL-Receipt-File.
     if       WS-Emp-Open = "Y"
              close    PY-Employee-File.
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
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Employee Purchase Accounts"               at line 1 col 25 with foreground-color 2.
     display  "M = Maintain, P = Post, B = Balances, R = Register, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 64 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "M"  perform ba000-Maintain
              when "P"  perform ca000-Post
              when "B"  perform da000-Balances
              when "R"  perform ea000-Register
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
 az070-Get-Name              section.
*>**********************************
*>
*> Employee's name for the line - Epa-Emp-No must be set.
*>
     move     spaces to WS-Pr-Name.
     if       WS-Emp-Open not = "Y"
              go to    az070-Exit.
     move     Epa-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     "** Not on employee file **" to WS-Pr-Name
              not invalid key
                       move     Emp-Name to WS-Pr-Name
     end-read.
*>
 az070-Exit.  exit section.
*>
 ba000-Maintain              section.
*>**********************************
*>
*> One employee at a time until the number is left zero.
*>
 ba005-Get-Emp.
     display  "Purchase Account Links - employee to Sales Ledger customer" at line 1 col 1 with erase eos.
     display  "Rule: F = fixed amount per pay, P = percent of the open balance"
                                                     at line 3 col 1.
     move     zero to WS-Emp-No.
     display  "Employee No          [       ]"         at line 5 col 1.
     accept   WS-Emp-No at line 5 col 23 with UPDATE.
     if       WS-Emp-No = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     if       WS-Emp-Open = "Y"
              move     WS-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                display  PY510 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                perform  az060-Error
                                go to    ba005-Get-Emp
              end-read
              display  Emp-Name at line 5 col 32 with foreground-color 2
     end-if.
     move     WS-Emp-No to Epa-Emp-No.
     read     PY-Emp-Purch-File key Epa-Emp-No
              invalid key
                       move     "N"    to WS-Amending
                       move     spaces to WS-Customer
                       move     "F"    to WS-Rule
                       move     zero   to WS-Repay-Amt WS-Repay-Pcent WS-Balance
                       move     "A"    to WS-Status
              not invalid key
                       move     "Y"    to WS-Amending
                       move     Epa-Customer    to WS-Customer
                       move     Epa-Rule        to WS-Rule
                       move     Epa-Repay-Amt   to WS-Repay-Amt
                       move     Epa-Repay-Pcent to WS-Repay-Pcent
                       move     Epa-Status      to WS-Status
                       move     Epa-Balance     to WS-Balance
     end-read.
     if       WS-Amending = "Y"
              display  "On file - amending"  at line 6 col 32 with foreground-color 2
              move     Epa-Taken-Total to WS-Disp-Bal
              display  "Repaid through payroll to date"  at line 14 col 1
              display  WS-Disp-Bal           at line 14 col 33
     else
              display  "New link"            at line 6 col 32 with foreground-color 2.
*>
 ba010-Keyed.
     display  "SL Customer          [       ]"                at line  8 col 1.
     display  "Rule (F/P)           [ ]"                      at line  9 col 1.
     display  "Amount per pay       [        ]"               at line 10 col 1.
     display  "Percent of balance   [     ]"                  at line 11 col 1.
     display  "Status (A/S)         [ ]  S = Suspended"       at line 12 col 1.
     display  "Open balance         [          ]"             at line 13 col 1.
     accept   WS-Customer   at line  8 col 23 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     accept   WS-Rule       at line  9 col 23 with UPPER UPDATE.
     accept   WS-Repay-Amt  at line 10 col 23 with UPDATE.
     accept   WS-Repay-Pcent at line 11 col 23 with UPDATE.
     accept   WS-Status     at line 12 col 23 with UPPER UPDATE.
     accept   WS-Balance    at line 13 col 23 with UPDATE.
     if       WS-Status not = "S"
              move     "A" to WS-Status.
     if       WS-Customer = spaces
        or    (WS-Rule not = "F" and not = "P")
        or    (WS-Rule = "F" and WS-Repay-Amt = zero)
        or    (WS-Rule = "P" and (WS-Repay-Pcent = zero or > 100))
              display  PY511    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Keyed.
*>
     if       WS-Amending = "Y"
              display  "Save (Y), Delete (D) or leave as is [ ]" at line 16 col 1
     else
              display  "Save (Y/N) [ ]"                          at line 16 col 1.
     move     "N" to WS-Reply.
     if       WS-Amending = "Y"
              accept   WS-Reply at line 16 col 38 with UPPER
     else
              accept   WS-Reply at line 16 col 13 with UPPER.
     if       WS-Reply = "D"
         and  WS-Amending = "Y"
              delete   PY-Emp-Purch-File record
              display  "Link deleted" at line 18 col 1
              perform  az060-Error
              go to    ba005-Get-Emp.
     if       WS-Reply not = "Y"
              go to    ba005-Get-Emp.
     if       WS-Amending not = "Y"
              initialize PY-Emp-Purch-Record
              move     WS-Emp-No to Epa-Emp-No.
     move     WS-Customer    to Epa-Customer.
     move     WS-Rule        to Epa-Rule.
     if       WS-Rule = "F"
              move     zero  to WS-Repay-Pcent
     else
              move     zero  to WS-Repay-Amt.
     move     WS-Repay-Amt   to Epa-Repay-Amt.
     move     WS-Repay-Pcent to Epa-Repay-Pcent.
     move     WS-Status      to Epa-Status.
     if       WS-Balance not = Epa-Balance
              move     WS-Balance to Epa-Balance
              move     WS-Today   to Epa-Bal-Date.
     move     WS-Operator    to Epa-Changed-By.
     move     WS-Today       to Epa-Changed-Date.
     if       WS-Amending = "Y"
              rewrite  PY-Emp-Purch-Record
     else
              write    PY-Emp-Purch-Record.
     go       to ba005-Get-Emp.
*>
 ba000-Exit.  exit section.
*>
 ca000-Post                  section.
*>**********************************
*>
     if       WS-Training = "Y"
              display  PY468    at line WS-23-Lines col 1 foreground-color 4 erase eos
              perform  az060-Error
              go to    ca000-Exit.
*>
*> Pass 1 - the batch control, nothing written.
*>
     move     zero to WS-Cnt-Read WS-Cnt-Post WS-Cnt-Error WS-Tot-Post.
     move     low-values to Src-Key.
     start    PY-SL-Receipt-File key not < Src-Key
              invalid key
                       move     "23" to PY-Src-Status
     end-start.
     perform  until PY-Src-Status not = "00"
              read     PY-SL-Receipt-File next record at end
                       exit perform
              end-read
              if       PY-Src-Status not = "00"
                       exit perform
              end-if
              if       not Src-Open
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Read
              if       Src-Customer = spaces
                       add      1 to WS-Cnt-Error
              else
                       add      1          to WS-Cnt-Post
                       add      Src-Amount to WS-Tot-Post
              end-if
     end-perform.
*>
     display  "Sales Ledger receipt batch control"       at line  5 col 5 with erase eos.
     display  "Repayments to post    : "                 at line  7 col 5.
     move     WS-Cnt-Post to WS-Disp-Cnt.
     display  WS-Disp-Cnt                                at line  7 col 30.
     display  "Amount to post        : "                 at line  8 col 5.
     move     WS-Tot-Post to WS-Disp-Amt.
     display  WS-Disp-Amt                                at line  8 col 30.
     display  "In error, left        : "                 at line  9 col 5.
     move     WS-Cnt-Error to WS-Disp-Cnt.
     display  WS-Disp-Cnt                                at line  9 col 30.
     if       WS-Cnt-Post = zero
              display  PY512    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca000-Exit.
     if       WS-Cnt-Error not = zero
              display  PY517    at line WS-23-Lines col 1 foreground-color 4 erase eol.
     display  "Post these receipts to the Sales Ledger (Y/N) [ ]"
                                        at line WS-22-Lines col 01
                                        with foreground-color 3.
     move     "N" to WS-Reply.
     accept   WS-Reply        at line WS-22-Lines col 48 UPPER.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
*>
*> Pass 2 - the receipt batch, the receipts marked and the posting list.
*>
     open     extend PY-SL-Rcpt-File.
     if       PY-Slr-Status = "35"
              open     output PY-SL-Rcpt-File
     end-if.
     move     WS-Co-Code to WS-Slr-Co.
     move     spaces to WS-Slr-Line.
     string   "H,"       delimited by size
              WS-Today   delimited by size
              ","        delimited by size
              WS-Slr-Co  delimited by size
              into WS-Slr-Line.
     move     WS-Slr-Line to PY-SL-Rcpt-Line.
     write    PY-SL-Rcpt-Line.
*>
     move     "Purchase Account Repayments Posted To The Sales Ledger" to WS-Rep-Title.
     move     zero to WS-Cnt-Read WS-Cnt-Post WS-Tot-Post WS-Tot-Amount
                      WS-Tot-Balance.
     open     output Print-File.
     initiate SL-Report.
     move     low-values to Src-Key.
     start    PY-SL-Receipt-File key not < Src-Key
              invalid key
                       move     "23" to PY-Src-Status
     end-start.
     perform  until PY-Src-Status not = "00"
              read     PY-SL-Receipt-File next record at end
                       exit perform
              end-read
              if       PY-Src-Status not = "00"
                       exit perform
              end-if
              if       not Src-Open
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Read
              perform  ca010-Post-One
     end-perform.
*>
     move     WS-Cnt-Post to WS-Slr-Recs.
     move     WS-Tot-Post to WS-Slr-Amt.
     move     spaces to WS-Slr-Line.
     string   "T,"                               delimited by size
              WS-Slr-Recs                        delimited by size
              ","                                delimited by size
              FUNCTION TRIM (WS-Slr-Amt LEADING) delimited by size
              into WS-Slr-Line.
     move     WS-Slr-Line to PY-SL-Rcpt-Line.
     write    PY-SL-Rcpt-Line.
     close    PY-SL-Rcpt-File.
*>
     terminate SL-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
     display  PY515    at line WS-23-Lines col 1 foreground-color 2 erase eol.
     perform  az060-Error.
*>
 ca000-Exit.  exit section.
*>
 ca010-Post-One              section.
*>**********************************
*>
*> The Open receipt in PY-SL-Receipt-Record - staged and marked
*> Posted, the line printed either way.
*>
     move     spaces to WS-Print-Line.
     move     zero   to WS-Pr-Date WS-Pr-Amount WS-Pr-Balance.
     move     Src-Emp-No   to WS-Pr-Emp-No Epa-Emp-No.
     perform  az070-Get-Name.
     move     Src-Customer to WS-Pr-Customer.
     move     Src-Chk-Date to WS-Pr-Date.
     move     Src-Amount   to WS-Pr-Amount.
     read     PY-Emp-Purch-File key Epa-Emp-No
              not invalid key
                       move     Epa-Balance to WS-Pr-Balance
     end-read.
     if       Src-Customer = spaces
              move     "No customer - left" to WS-Pr-Remark
              generate SL-Detail
              go to    ca010-Exit.
*>
     move     spaces to WS-Rcpt-Ref.
     string   "PR"               delimited by size
              Src-Chk-Date (3:6) delimited by size
              Src-Emp-No         delimited by size
              Src-Seq            delimited by size
              into WS-Rcpt-Ref.
     move     Src-Amount to WS-Slr-Amt.
     move     spaces to WS-Slr-Line.
     string   "R,"                               delimited by size
              Src-Customer                       delimited by space
              ","                                delimited by size
              WS-Rcpt-Ref                        delimited by size
              ","                                delimited by size
              Src-Chk-Date                       delimited by size
              ","                                delimited by size
              FUNCTION TRIM (WS-Slr-Amt LEADING) delimited by size
              ","                                delimited by size
              Src-Emp-No                         delimited by size
              ",Payroll deduction"               delimited by size
              into WS-Slr-Line.
     move     WS-Slr-Line to PY-SL-Rcpt-Line.
     write    PY-SL-Rcpt-Line.
*>
     move     "P"         to Src-Status.
     move     WS-Today    to Src-Posted-Date.
     move     WS-Operator to Src-Posted-By.
     move     WS-Rcpt-Ref to Src-Rcpt-Ref.
     rewrite  PY-SL-Receipt-Record.
     add      1          to WS-Cnt-Post.
     add      Src-Amount to WS-Tot-Post WS-Tot-Amount.
     move     WS-Rcpt-Ref to WS-Pr-Ref.
     move     "Posted"    to WS-Pr-Remark.
     generate SL-Detail.
*>
 ca010-Exit.  exit section.
*>
 da000-Balances              section.
*>**********************************
*>
*> customer,balance,as at date per line - the balance replaces the
*> one held on every link to that customer. Not while any repayment
*> is still to be posted, as the ledger's balance would not be net of
*> it.
*>
     move     low-values to Src-Key.
     start    PY-SL-Receipt-File key not < Src-Key
              invalid key
                       move     "23" to PY-Src-Status
     end-start.
     perform  until PY-Src-Status not = "00"
              read     PY-SL-Receipt-File next record at end
                       exit perform
              end-read
              if       PY-Src-Status not = "00"
                       exit perform
              end-if
              if       Src-Open
                       display  PY514    at line WS-23-Lines col 1 foreground-color 4 erase eos
                       perform  az060-Error
                       go to    da000-Exit
              end-if
     end-perform.
*>
     open     input PY-SL-Bal-File.
     if       PY-Slb-Status not = "00"
              display  PY513    at line WS-23-Lines col 1 foreground-color 4 erase eos
              perform  az060-Error
              go to    da000-Exit.
     perform  zz090-Check-Inbound.
     if       WS-Imp-Refused = "Y"
              close    PY-SL-Bal-File
              go to    da000-Exit.
     perform  zz092-Open-Inbound.
*>
     move     "Sales Ledger Balances Taken In" to WS-Rep-Title.
     move     zero to WS-Cnt-Read WS-Cnt-Loaded WS-Cnt-Rejected
                      WS-Tot-Amount WS-Tot-Balance.
     open     output Print-File.
     initiate SL-Report.
     perform  forever
              read     PY-SL-Bal-File at end
                       exit perform
              end-read
              if       PY-Slb-Status not = "00"
                       exit perform
              end-if
              if       PY-SL-Bal-Line = spaces
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Read
              perform  da010-One-Balance
     end-perform.
     terminate SL-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
     perform  zz095-Finish-Inbound.
     close    PY-SL-Bal-File.
*>
     move     WS-Cnt-Loaded to WS-Disp-Cnt.
     display  "Accounts updated  : " at line 6 col 5 with erase eos.
     display  WS-Disp-Cnt            at line 6 col 25.
     move     WS-Cnt-Rejected to WS-Disp-Cnt.
     display  "Lines rejected    : " at line 7 col 5.
     display  WS-Disp-Cnt            at line 7 col 25.
     perform  az060-Error.
*>
 da000-Exit.  exit section.
*>
 da010-One-Balance           section.
*>**********************************
*>
*> Every link on the line's customer takes the balance - a line
*> matching no link is listed as rejected.
*>
     move     spaces to WS-Fld-Customer WS-Fld-Bal WS-Fld-Date WS-Print-Line.
     move     zero   to WS-Pr-Emp-No WS-Pr-Date WS-Pr-Amount WS-Pr-Balance.
     unstring PY-SL-Bal-Line delimited by ","
              into WS-Fld-Customer
                   WS-Fld-Bal
                   WS-Fld-Date
     end-unstring.
     move     WS-Fld-Customer to WS-Pr-Customer.
     if       WS-Fld-Customer = spaces
        or    TEST-NUMVAL (WS-Fld-Bal)  not = zero
        or    TEST-NUMVAL (WS-Fld-Date) not = zero
              move     "Line invalid"       to WS-Pr-Remark
              add      1 to WS-Cnt-Rejected
              generate SL-Detail
              go to    da010-Exit.
     compute  WS-Bal-Amt  = NUMVAL (WS-Fld-Bal).
     compute  WS-Bal-Date = NUMVAL (WS-Fld-Date).
     if       TEST-DATE-YYYYMMDD (WS-Bal-Date) not = zero
              move     "As at date invalid" to WS-Pr-Remark
              add      1 to WS-Cnt-Rejected
              generate SL-Detail
              go to    da010-Exit.
     if       WS-Bal-Amt < zero             *> in credit - nothing to repay
              move     zero to WS-Bal-Amt.
     move     WS-Bal-Date to WS-Pr-Date.
     move     WS-Bal-Amt  to WS-Pr-Balance.
*>
     move     "N" to WS-Matched.
     move     WS-Fld-Customer to Epa-Customer.
     start    PY-Emp-Purch-File key = Epa-Customer
              invalid key
                       move     "23" to PY-Epa-Status
     end-start.
     perform  until PY-Epa-Status not = "00"
              read     PY-Emp-Purch-File next record at end
                       exit perform
              end-read
              if       PY-Epa-Status not = "00"
                 or    Epa-Customer not = WS-Fld-Customer
                       exit perform
              end-if
              move     "Y" to WS-Matched
              move     Epa-Emp-No to WS-Pr-Emp-No
              perform  az070-Get-Name
              move     Epa-Balance to WS-Pr-Amount     *> balance held before
              move     PY-Emp-Purch-Record to Irq-Before
              move     WS-Bal-Amt  to Epa-Balance
              move     WS-Bal-Date to Epa-Bal-Date
              perform  zz091-Image-Epa
              rewrite  PY-Emp-Purch-Record
              add      1 to WS-Cnt-Loaded
              add      WS-Bal-Amt to WS-Tot-Balance
              move     "Balance taken in" to WS-Pr-Remark
              generate SL-Detail
     end-perform.
     move     "00" to PY-Epa-Status.
     if       WS-Matched not = "Y"
              move     "No employee linked" to WS-Pr-Remark
              add      1 to WS-Cnt-Rejected
              generate SL-Detail.
*>
 da010-Exit.  exit section.
*>
 ea000-Register              section.
*>**********************************
*>
     move     "Employee Purchase Account Register" to WS-Rep-Title.
     move     zero to WS-Cnt-Read WS-Tot-Amount WS-Tot-Balance.
     move     zero to Epa-Emp-No.
     start    PY-Emp-Purch-File key not < Epa-Emp-No
              invalid key
                       move     "23" to PY-Epa-Status
     end-start.
     if       PY-Epa-Status not = "00"
              display  PY516    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ea000-Exit.
     open     output Print-File.
     initiate SL-Report.
     perform  forever
              read     PY-Emp-Purch-File next record at end
                       exit perform
              end-read
              if       PY-Epa-Status not = "00"
                       exit perform
              end-if
              perform  ea010-Register-Line
     end-perform.
     move     "00" to PY-Epa-Status.
     terminate SL-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
 ea000-Exit.  exit section.
*>
 ea010-Register-Line         section.
*>**********************************
*>
*> One account - the amount is the last repayment taken, the remark
*> what has been repaid through payroll to date.
*>
     add      1 to WS-Cnt-Read.
     move     spaces to WS-Print-Line.
     move     Epa-Emp-No        to WS-Pr-Emp-No.
     perform  az070-Get-Name.
     move     Epa-Customer      to WS-Pr-Customer.
     if       Epa-Rule-Pcent
              move     Epa-Repay-Pcent to WS-Disp-Pcent
              string   FUNCTION TRIM (WS-Disp-Pcent LEADING) delimited by size
                       "% bal"          delimited by size
                       into WS-Pr-Rule
     else
              move     Epa-Repay-Amt to WS-Disp-Repay
              move     WS-Disp-Repay to WS-Pr-Rule
     end-if.
     move     Epa-Last-Chk-Date to WS-Pr-Date.
     move     Epa-Last-Amt      to WS-Pr-Amount.
     move     Epa-Balance       to WS-Pr-Balance.
     move     Epa-Taken-Total   to WS-Disp-Bal.
     if       Epa-Stat-Suspended
              move     "SUSPENDED"   to WS-Pr-Remark
     else
              string   "Repaid "     delimited by size
                       FUNCTION TRIM (WS-Disp-Bal LEADING) delimited by size
                       into WS-Pr-Remark
     end-if.
     generate SL-Detail.
     add      Epa-Last-Amt to WS-Tot-Amount.
     add      Epa-Balance  to WS-Tot-Balance.
*>
 ea010-Exit.  exit section.
*>
 zz090-Check-Inbound         section.
*>**********************************
*>
*> The balances file is fingerprinted against the inbound registry
*> before anything is taken - one this program has already imported
*> (and not backed out) is refused unless an Admin takes it again
*> and says why.
*>
     move     "N" to WS-Imp-Refused.
     initialize PY-Import-Request.
     move     "C"        to Irq-Action.
     move     prog-name  to Irq-Prog.
     move     File-186   to Irq-File-Name.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
     if       Irq-Result not = zero
        or    Irq-Dup not = "Y"
              go to    zz090-Exit.
     display  PY454      at line WS-23-Lines col 1 foreground-color 4 erase eos.
     display  Irq-Dup-Of at line WS-23-Lines col 62 foreground-color 4.
     if       WS-CD-Args (9:1) not = "A"
        or    WS-CD-Args (10:1) = "N"
              display  PY455    at line WS-22-Lines col 1 foreground-color 4 erase eol
              move     "Y" to WS-Imp-Refused
              go to    zz090-Wait.
     display  "Import this file again (Y/N) [ ]" at line WS-22-Lines col 1 with erase eol.
     move     "N" to WS-Reply.
     accept   WS-Reply at line WS-22-Lines col 32 with UPPER.
     if       WS-Reply not = "Y"
              move     "Y" to WS-Imp-Refused
              go to    zz090-Exit.
     display  "Override reason - " at line WS-22-Lines col 1 with erase eol.
     move     spaces to Irq-Override-Reason.
     accept   Irq-Override-Reason at line WS-22-Lines col 19.
     if       Irq-Override-Reason not = spaces
              go to    zz090-Exit.
     display  PY456    at line WS-22-Lines col 1 foreground-color 4 erase eol.
     move     "Y" to WS-Imp-Refused.
*>
 zz090-Wait.
     if       WS-CD-Args (10:1) not = "N"
              display  SY015    at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 48 AUTO
     end-if.
*>
 zz090-Exit.  exit section.
*>
 zz091-Image-Epa             section.
*>**********************************
*>
*> Before and after image of the PYEPA record about to be rewritten
*> - the caller has put the record as read in Irq-Before and built
*> the new one. It is not read back, that would lose the place in
*> the browse by customer.
*>
     if       Irq-Seq = zero
              go to    zz091-Exit.
     move     PY-Emp-Purch-Record to Irq-After.
     move     "PYEPA" to Irq-File-Id.
     move     Epa-Emp-No to Irq-Rec-Key.
     move     "R"     to Irq-Img-Action.
     perform  zz093-Log-Image.
*>
 zz091-Exit.  exit section.
*>
 zz092-Open-Inbound          section.
*>**********************************
*>
*> Registers the import In Progress - from here every record
*> rewritten is imaged so pyinbound can back the import out.
*>
     move     "O" to Irq-Action.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
     if       Irq-Result not = zero
              move     zero to Irq-Seq.
*>
 zz092-Exit.  exit section.
*>
 zz093-Log-Image             section.
*>**********************************
*>
     move     "I" to Irq-Action.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz093-Exit.  exit section.
*>
 zz095-Finish-Inbound        section.
*>**********************************
*>
*> Counts and the balances taken on the registry entry, marked
*> Complete.
*>
     if       Irq-Seq = zero
              go to    zz095-Exit.
     move     "F" to Irq-Action.
     move     WS-Cnt-Loaded   to Irq-Loaded.
     move     WS-Cnt-Rejected to Irq-Rejected.
     move     WS-Tot-Balance  to Irq-Control-Total.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz095-Exit.  exit section.
*>
