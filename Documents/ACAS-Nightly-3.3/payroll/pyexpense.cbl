       >>source free
*>****************************************************************
*>     Accountable Plan Expense Claims, Per-Diem Rate Table,      *
*>       Posting Into The Pay Batch & Employee Statement          *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyexpense.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Code 15 Expense Reimbursement lines were keyed
*>                      with no record of what was claimed or whether
*>                      it met the accountable plan rules. This keeps
*>                      the claims and does the split. Functions off
*>                      one menu:
*>
*>                      C - maintains PY-Expense-File (pyexp.dat) - one
*>                          claim per expense: date, category (L
*>                          lodging, M meals & incidentals, T travel /
*>                          mileage, O other), amount, receipt attached,
*>                          trip locality and days;
*>                      A - approval: each pending claim is shown with
*>                          its per-diem limit and split and is
*>                          approved or rejected. Lodging is limited to
*>                          the locality's nightly rate times the
*>                          nights and needs a receipt, meals &
*>                          incidentals to the M&IE rate times the days
*>                          (first and last day at 75%) with no receipt
*>                          needed, travel / other need a receipt from
*>                          $75.00 up. The substantiated part within
*>                          the per-diem is the accountable amount, the
*>                          excess (or all of an unsubstantiated claim)
*>                          is taxable;
*>                      T - maintains PY-Per-Diem-File (pypdm.dat), the
*>                          GSA style lodging and M&IE rates by year
*>                          and locality - locality STD is the standard
*>                          rate used for any locality not on file;
*>                      P - the posting run: every approved claim dated
*>                          on or before the keyed period end becomes
*>                          (or adds to) a code 15 Expense Reimbursement
*>                          line for the accountable amount and a code
*>                          17 Other Pay line for the taxable amount,
*>                          dated the period end and flagged
*>                          Hrs-Gen-Flag "E". The claim is marked
*>                          posted with the batch number so it cannot
*>                          go in twice and the batch is set back to
*>                          un-proofed as pyholgen does. The statements
*>                          for the period are then printed;
*>                      S - reprints the employee statements for a
*>                          period end - one page per employee listing
*>                          each claim posted, what was reimbursed tax
*>                          free and what was paid as taxable wages.
*>
*>                      Same prompt plan as pyfringe.
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
*>                      pyexp.   Expense Claims - I-O.
*>                      pypdm.   Per-Diem Rate Table - I-O.
*>                      pyemp.   Employee Master.
*>                      pyhrs.   Pay Transactions - I-O (posting run).
*>                      prt-1.   Employee Statements.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY981 - 990.
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
 copy "selpyexp.cob".
 copy "selpypdm.cob".
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
 copy "fdpyexp.cob".
 copy "fdpypdm.cob".
 copy "fdpyemp.cob".
 copy "fdpyhrs.cob".
*>
 fd  Print-File
     reports are Expense-Statement.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyexpense (1.0.00)".  *> First release pre testing.
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
     03  PY-Exp-Status       pic xx.
     03  PY-Pdm-Status       pic xx.
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
     03  WS-Key-Emp          pic 9(7)     value zero.
     03  WS-Key-Seq          pic 9(3)     value zero.
     03  WS-Key-Year         pic 9(4)     value zero.
     03  WS-Key-Locality     pic x(6)     value spaces.
     03  WS-Amount           pic 9(7)v99  value zero.
     03  WS-Rate-Amt         pic 9(5)v99  value zero.
     03  WS-Disp-Amt         pic z(6)9.99.
     03  WS-Per-End          pic 9(8)     value zero.
     03  WS-Rate-Found       pic x        value "N".
     03  WS-Substantiated    pic x        value "N".
     03  WS-Stop-Review      pic x        value "N".
     03  WS-From-Post        pic x        value "N".
*>
*> Posting run counters and batch header figures
*>
     03  WS-Hdr-No-Recs      binary-short unsigned value zero.
     03  WS-Hrs-Batch-No     binary-short unsigned value zero.
     03  WS-Post-Code        pic 99       value zero.
     03  WS-Post-Amt         pic 9(7)v99  value zero.
     03  WS-Cnt-Approved     pic 9(5)     value zero.
     03  WS-Cnt-Rejected     pic 9(5)     value zero.
     03  WS-Cnt-Posted       pic 9(5)     value zero.
     03  WS-Cnt-Added        pic 9(5)     value zero.
     03  WS-Cnt-Skipped      pic 9(5)     value zero.
     03  WS-Tot-Tax-Free     pic 9(7)v99  value zero.
     03  WS-Tot-Taxable      pic 9(7)v99  value zero.
     03  WS-Disp-Cnt         pic zzzz9.
*>
*> Employee statement line and run totals
*>
     03  WS-St-Emp-No        pic 9(7)     value zero.
     03  WS-St-Cat-Desc      pic x(10)    value spaces.
     03  WS-St-Claimed       pic 9(7)v99  value zero.
     03  WS-St-Allowed       pic 9(7)v99  value zero.
     03  WS-St-Tax-Free      pic 9(7)v99  value zero.
     03  WS-St-Taxable       pic 9(7)v99  value zero.
     03  WS-St-Tot-Claimed   pic 9(7)v99  value zero.
     03  WS-St-Tot-Tax-Free  pic 9(7)v99  value zero.
     03  WS-St-Tot-Taxable   pic 9(7)v99  value zero.
     03  WS-St-Cnt-Emps      pic 9(5)     value zero.
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
     03  PY981           pic x(47) value "PY981 No expense claim on file for that emp/seq".
     03  PY982           pic x(52) value "PY982 Expense claim already on file for that emp/seq".
     03  PY983           pic x(46) value "PY983 Claim already posted - cannot be changed".
     03  PY984           pic x(35) value "PY984 Category must be L, M, T or O".
     03  PY985           pic x(53) value "PY985 No per-diem rate for that year, locality or STD".
     03  PY986           pic x(35) value "PY986 Claim amount must not be zero".
     03  PY987           pic x(49) value "PY987 Lodging and meals claims need the trip days".
     03  PY988           pic x(26) value "PY988 Employee not on file".
     03  PY989           pic x(50) value "PY989 Pay batch not found - start the period batch".
     03  PY990           pic x(53) value "PY990 Per-diem rate already on file for that locality".
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
 RD  Expense-Statement
     control      Final WS-St-Emp-No
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Exp-Head  Type Page Heading.
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
         05  col  38     pic x(40)   value "Expense Reimbursement Statement".
     03  Line  4.
         05  col  38     pic x(12)   value "Period end :".
         05  col  51     pic 9999/99/99 source WS-Per-End.
*>
 01  Report-Exp-Emp-Head  Type Control Heading WS-St-Emp-No.
     03  line  6.
         05  col   1                 value "Employee No :".
         05  col  15     pic 9(7)          source WS-St-Emp-No.
         05  col  25     pic x(32)         source Emp-Name.
     03  line  8.
         05  col   1                 value "Seq  Date       Category   Description          Locality Days Rcpt     Claimed Per-Diem Limit  Paid Tax Free  Paid As Wages".
*>
 01  Exp-Line-Detail type is detail.
     03  line + 1.
         05  col   1     pic zz9           source Exp-Seq.
         05  col   6     pic 9999/99/99    source Exp-Claim-Date.
         05  col  17     pic x(10)         source WS-St-Cat-Desc.
         05  col  28     pic x(20)         source Exp-Desc.
         05  col  49     pic x(6)          source Exp-Locality.
         05  col  58     pic zz9           source Exp-Days.
         05  col  64     pic x             source Exp-Receipt.
         05  col  67     pic z,zzz,zz9.99  source WS-St-Claimed.
         05  col  82     pic z,zzz,zz9.99  source WS-St-Allowed present when WS-St-Allowed not = zero.
         05  col  97     pic z,zzz,zz9.99  source WS-St-Tax-Free.
         05  col 112     pic z,zzz,zz9.99  source WS-St-Taxable.
*>
 01  type control Footing WS-St-Emp-No next group next page.
     03  line + 2.
         05  col  49     pic x(14)         value "Employee total".
         05  col  67     pic z,zzz,zz9.99  sum WS-St-Claimed.
         05  col  97     pic z,zzz,zz9.99  sum WS-St-Tax-Free.
         05  col 112     pic z,zzz,zz9.99  sum WS-St-Taxable.
     03  line + 2.
         05  col   1     pic x(89)         value "Paid Tax Free - reimbursed under the accountable plan (pay code 15), not wages and not on".
     03  line + 1.
         05  col   1     pic x(74)         value "                your W-2.".
     03  line + 1.
         05  col   1     pic x(88)         value "Paid As Wages - over the per-diem or without the receipts needed (pay code 17), included".
     03  line + 1.
         05  col   1     pic x(74)         value "                in taxable pay, taxes withheld and shown on your W-2.".
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(24)     value "Employees              :".
         05  col 26          pic zzzz9     source WS-St-Cnt-Emps.
     03  line + 1.
         05  col  1          pic x(24)     value "Total claimed          :".
         05  col 26          pic z,zzz,zz9.99 source WS-St-Tot-Claimed.
     03  line + 1.
         05  col  1          pic x(24)     value "Total paid tax free    :".
         05  col 26          pic z,zzz,zz9.99 source WS-St-Tot-Tax-Free.
     03  line + 1.
         05  col  1          pic x(24)     value "Total paid as wages    :".
         05  col 26          pic z,zzz,zz9.99 source WS-St-Tot-Taxable.
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
     display  "Expense Claims & Reimbursement" at 0125 with foreground-color 2.
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
     open     i-o PY-Expense-File.
     if       PY-Exp-Status = "35"        *> first ever use
              open     output PY-Expense-File
              close    PY-Expense-File
              open     i-o PY-Expense-File
     end-if.
     open     i-o PY-Per-Diem-File.
     if       PY-Pdm-Status = "35"        *> first ever use
              open     output PY-Per-Diem-File
              close    PY-Per-Diem-File
              open     i-o PY-Per-Diem-File
     end-if.
     open     input PY-Employee-File.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Expense-File
              PY-Per-Diem-File
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
     display  "Expense Claims & Reimbursement"           at line 1 col 1 with erase eos.
     display  "C = Claim maintenance, A = Approve claims, T = Per-diem rate table,"
                                                         at line 3 col 1.
     display  "P = Post to pay batch, S = Statements, Q = Quit [ ]"
                                                         at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 50 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "C"
                       perform  ba000-Claim-Maint
              when "A"
                       perform  da000-Approve-Claims
              when "T"
                       perform  ea000-Rate-Maint
              when "P"
                       perform  ca000-Post-Claims
              when "S"
                       move     "N" to WS-From-Post
                       perform  fa000-Statements
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Claim-Maint           section.
*>**********************************
*>
     display  "Expense Claim Maintenance"                at line 1 col 1 with erase eos.
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
                       display  PY988 at line WS-23-Lines col 1 foreground-color 4 erase eol
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
     display  "Claim sequence     [   ]"   at line 6 col 1.
     accept   WS-Key-Seq at line 6 col 21 with UPDATE.
*>
     move     WS-Key-Emp to Exp-Emp-No.
     move     WS-Key-Seq to Exp-Seq.
     read     PY-Expense-File key Exp-Key
              invalid key
                       if       WS-Function not = "A"
                                display  PY981 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ba000-Exit
                       end-if
              not invalid key
                       if       WS-Function = "A"
                                display  PY982 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ba000-Exit
                       end-if
     end-read.
*>
     if       WS-Function = "A"
              initialize PY-Expense-Record
              move     WS-Key-Emp  to Exp-Emp-No
              move     WS-Key-Seq  to Exp-Seq
              move     WSE-Date-9  to Exp-Claim-Date
              move     "N"         to Exp-Receipt.
*>
     if       WS-Function = "I"
              perform  ba030-Show-Claim
              display  SY015 at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
*> Posted claims are history - the batch lines already carry them.
*>
     if       Exp-Posted
              perform  ba030-Show-Claim
              display  PY983 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
     if       WS-Function = "D"
              perform  ba030-Show-Claim
              display  "Delete this claim (Y/N) [ ]" at line 20 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 20 col 26 with UPPER
              if       WS-Reply = "Y"
                       delete   PY-Expense-File record
              end-if
              go to    ba000-Exit.
*>
*> Add / Change
*>
     display  "Claim date (ccyymmdd)         [        ]" at line  8 col 1.
     accept   Exp-Claim-Date at line  8 col 32 with UPDATE.
     display  "Category (L Lodging, M Meals & incidentals, T Travel, O Other) [ ]"
                                                       at line  9 col 1.
     accept   Exp-Category at line  9 col 65 with UPPER UPDATE.
     if       not Exp-Cat-Lodging and not Exp-Cat-Meals
                                  and not Exp-Cat-Travel and not Exp-Cat-Other
              display  PY984 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
     display  "Description                   [                    ]" at line 10 col 1.
     accept   Exp-Desc at line 10 col 32 with UPDATE.
     move     Exp-Amount to WS-Amount.
     display  "Amount claimed                [          ]" at line 11 col 1.
     accept   WS-Amount at line 11 col 32 with UPDATE.
     move     WS-Amount to Exp-Amount.
     display  "Receipt attached (Y/N)        [ ]"          at line 12 col 1.
     accept   Exp-Receipt at line 12 col 32 with UPPER UPDATE.
     if       Exp-Receipt not = "Y"
              move     "N" to Exp-Receipt.
     display  "Trip locality (blank = STD)   [      ]"     at line 13 col 1.
     accept   Exp-Locality at line 13 col 32 with UPPER UPDATE.
     display  "Trip days / nights            [   ]"        at line 14 col 1.
     accept   Exp-Days at line 14 col 32 with UPDATE.
     if       Exp-Amount = zero
              display  PY986 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
     if       Exp-Cat-Per-Diem
         and  Exp-Days = zero
              display  PY987 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
*> Any change sends the claim back for approval.
*>
     move     space  to Exp-Status.
     move     spaces to Exp-Approver.
     move     zero   to Exp-Approved-Date.
     perform  ba040-Qualify.
     perform  ba030-Show-Claim.
*>
     display  "Write this claim (Y/N) [ ]" at line 20 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 20 col 25 with UPPER.
     if       WS-Reply not = "Y"
              go to    ba000-Exit.
     move     WS-CD-Args (1:8) to Exp-Operator.
     if       WS-Function = "A"
              write    PY-Expense-Record
                       invalid key
                                rewrite PY-Expense-Record
              end-write
     else
              rewrite  PY-Expense-Record.
     go       to ba000-Claim-Maint.
*>
 ba000-Exit.  exit section.
*>
 ba020-Next-Seq              section.
*>**********************************
*>
*> One past the employee's highest sequence on file.
*>
     move     WS-Key-Emp to Exp-Emp-No.
     move     zero       to Exp-Seq.
     start    PY-Expense-File key not < Exp-Key
              invalid key
                       move     1 to WS-Key-Seq
                       go to    ba020-Exit
     end-start.
     perform  forever
              read     PY-Expense-File next record at end
                       exit perform
              end-read
              if       PY-Exp-Status not = "00"
                 or    Exp-Emp-No not = WS-Key-Emp
                       exit perform
              end-if
              move     Exp-Seq to WS-Key-Seq
     end-perform.
     if       WS-Key-Seq < 999
              add      1 to WS-Key-Seq.
*>
 ba020-Exit.  exit section.
*>
 ba030-Show-Claim            section.
*>**********************************
*>
     display  "Claim date        : " at line  8 col 1 with erase eos.
     display  Exp-Claim-Date         at line  8 col 21.
     display  "Category          : " at line  9 col 1.
     display  Exp-Category           at line  9 col 21.
     display  "Description       : " at line 10 col 1.
     display  Exp-Desc               at line 10 col 21.
     move     Exp-Amount to WS-Disp-Amt.
     display  "Amount claimed    : " at line 11 col 1.
     display  WS-Disp-Amt            at line 11 col 21.
     display  "Receipt attached  : " at line 12 col 1.
     display  Exp-Receipt            at line 12 col 21.
     display  "Locality / days   : " at line 13 col 1.
     display  Exp-Locality           at line 13 col 21.
     display  Exp-Days               at line 13 col 29.
     if       Exp-Cat-Per-Diem
              move     Exp-Allowed to WS-Disp-Amt
              display  "Per-diem limit    : " at line 15 col 1
              display  WS-Disp-Amt            at line 15 col 21
     end-if.
     move     Exp-Accountable to WS-Disp-Amt.
     display  "Paid tax free (15): " at line 16 col 1.
     display  WS-Disp-Amt            at line 16 col 21.
     move     Exp-Taxable to WS-Disp-Amt.
     display  "Paid as wages (17): " at line 17 col 1.
     display  WS-Disp-Amt            at line 17 col 21.
     display  "Status / approver : " at line 18 col 1.
     display  Exp-Status             at line 18 col 21.
     display  Exp-Approver           at line 18 col 23.
     display  Exp-Approved-Date      at line 18 col 32.
     display  "Posted / batch    : " at line 19 col 1.
     display  Exp-Posted-Date        at line 19 col 21.
     display  Exp-Batch-No           at line 19 col 31.
*>
 ba030-Exit.  exit section.
*>
 ba040-Qualify               section.
*>**********************************
*>
*> Splits the claim under the accountable plan rules:
*>   lodging - limit is the nightly rate times the nights, receipt
*>             always needed;
*>   meals & incidentals - limit is the M&IE rate times the days with
*>             the first and last day of travel at 75% (a one day
*>             trip is 75%), no receipt needed - the per-diem is the
*>             substantiation;
*>   travel / other - no limit, receipt needed from $75.00 up.
*> The substantiated part within the limit is paid tax free (code 15),
*> the rest is taxable (code 17). WS-Rate-Found = "N" when a lodging
*> or meals claim has no rate for its year and locality nor an STD
*> rate - nothing is split then.
*>
     move     zero to Exp-Allowed Exp-Accountable Exp-Taxable.
     move     "Y"  to WS-Rate-Found.
     if       Exp-Cat-Per-Diem
              perform  ba050-Find-Rate
              if       WS-Rate-Found = "N"
                       go to ba040-Exit
              end-if
              if       Exp-Cat-Lodging
                       compute  Exp-Allowed = Pdm-Lodging * Exp-Days
              else
               if      Exp-Days = 1
                       compute  Exp-Allowed rounded = Pdm-MIE * 0.75
               else
                       compute  Exp-Allowed rounded = Pdm-MIE * (Exp-Days - 0.5)
               end-if
              end-if
     end-if.
*>
     move     "N" to WS-Substantiated.
     if       Exp-Cat-Meals
        or    Exp-Receipt = "Y"
        or    (not Exp-Cat-Lodging and Exp-Amount < 75)
              move     "Y" to WS-Substantiated.
     if       WS-Substantiated = "N"
              move     Exp-Amount to Exp-Taxable
              go to    ba040-Exit.
*>
     if       Exp-Cat-Per-Diem
        and   Exp-Amount > Exp-Allowed
              move     Exp-Allowed to Exp-Accountable
              subtract Exp-Allowed from Exp-Amount giving Exp-Taxable
     else
              move     Exp-Amount  to Exp-Accountable.
*>
 ba040-Exit.  exit section.
*>
 ba050-Find-Rate             section.
*>**********************************
*>
*> The claim year's rate for the trip locality, else the year's STD
*> rate.
*>
     divide   Exp-Claim-Date by 10000 giving Pdm-Year.
     move     Exp-Locality to Pdm-Locality.
     if       Pdm-Locality = spaces
              move     "STD" to Pdm-Locality.
     read     PY-Per-Diem-File key Pdm-Key
              invalid key
                       move     "STD" to Pdm-Locality
                       read     PY-Per-Diem-File key Pdm-Key
                                invalid key
                                         move     "N" to WS-Rate-Found
                       end-read
     end-read.
*>
 ba050-Exit.  exit section.
*>
 ca000-Post-Claims           section.
*>**********************************
*>
*> The posting run - approved claims dated on or before the period end
*> go into the period's pay batch as code 15 (accountable) and code 17
*> (taxable excess) lines, then the period's statements print.
*>
     display  "Post Expense Claims To The Pay Batch"     at line 1 col 1 with erase eos.
     display  "Period end date (ccyymmdd)  [        ]"   at line 3 col 1.
     move     WSE-Date-9 to WS-Per-End.
     accept   WS-Per-End at line 3 col 30 with UPDATE.
     display  "Post every approved claim up to that date (Y/N) [ ]"
                                                         at line 5 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 5 col 50 with UPPER.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
*>
     open     i-o PY-Pay-Transactions-File.
     if       PY-Hrs-Status not = "00"
              display  PY989    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca000-Exit.
*>
*> The batch header must exist - expense lines join the batch being
*> built for the period.
*>
     move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       display  PY989    at line WS-23-Lines col 1 foreground-color 4 erase eos
                       display  SY015    at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines    col 58
                       close    PY-Pay-Transactions-File
                       go to    ca000-Exit
     end-read.
     move     Hrs-No-Recs  to WS-Hdr-No-Recs.
     move     Hrs-Batch-No to WS-Hrs-Batch-No.
*>
     move     zero to WS-Cnt-Posted WS-Cnt-Added WS-Cnt-Skipped
                      WS-Tot-Tax-Free WS-Tot-Taxable.
     move     zero to Exp-Emp-No Exp-Seq.
     start    PY-Expense-File key not < Exp-Key
              invalid key
                       go to ca090-Done
     end-start.
     perform  forever
              read     PY-Expense-File next record at end
                       exit perform
              end-read
              if       PY-Exp-Status not = "00"
                       exit perform
              end-if
              if       Exp-Approved
                 and   Exp-Claim-Date not > WS-Per-End
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
     display  "Claims posted       : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt              at line  8 col 27.
     move     WS-Cnt-Added to WS-Disp-Cnt.
     display  "  lines added to    : " at line  9 col 5.
     display  WS-Disp-Cnt              at line  9 col 27.
     move     WS-Cnt-Skipped to WS-Disp-Cnt.
     display  "Skipped (employee)  : " at line 10 col 5.
     display  WS-Disp-Cnt              at line 10 col 27.
     move     WS-Tot-Tax-Free to WS-Disp-Amt.
     display  "Paid tax free  (15) : " at line 11 col 5.
     display  WS-Disp-Amt              at line 11 col 27.
     move     WS-Tot-Taxable to WS-Disp-Amt.
     display  "Paid as wages  (17) : " at line 12 col 5.
     display  WS-Disp-Amt              at line 12 col 27.
     if       WS-Cnt-Posted not = zero
              display  "Batch set back to un-proofed - run hrsprint / pyproof again"
                       at line 14 col 5 with foreground-color 2.
     display  SY015                    at line WS-Lines col 1.
     accept   WS-Reply                 at line WS-Lines col 58.
*>
     if       WS-Cnt-Posted not = zero
              move     "Y" to WS-From-Post
              perform  fa000-Statements.
*>
 ca000-Exit.  exit section.
*>
 ca010-Post-One              section.
*>**********************************
*>
*> One approved claim - the employee must still be on the payroll.
*>
     move     Exp-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       add      1 to WS-Cnt-Skipped
                       go to    ca010-Exit
     end-read.
     if       Emp-Status not = "A" and not = "L"
              add      1 to WS-Cnt-Skipped
              go to    ca010-Exit.
*>
     move     15              to WS-Post-Code.
     move     Exp-Accountable to WS-Post-Amt.
     perform  ca020-Post-Line.
     move     17              to WS-Post-Code.
     move     Exp-Taxable     to WS-Post-Amt.
     perform  ca020-Post-Line.
*>
     move     "P"             to Exp-Status.
     move     WS-Per-End      to Exp-Posted-Date.
     move     WS-Hrs-Batch-No to Exp-Batch-No.
     rewrite  PY-Expense-Record.
     add      1               to WS-Cnt-Posted.
     add      Exp-Accountable to WS-Tot-Tax-Free.
     add      Exp-Taxable     to WS-Tot-Taxable.
*>
 ca010-Exit.  exit section.
*>
 ca020-Post-Line             section.
*>**********************************
*>
*> A code 15 / 17 line already in the batch for the employee's period
*> end (an earlier claim or a keyed line) takes this amount on top.
*>
     if       WS-Post-Amt = zero
              go to    ca020-Exit.
     move     Emp-No       to Hrs-Emp-No.
     move     WS-Per-End   to Hrs-Effective-Date.
     move     1            to Hrs-Rate.
     move     WS-Post-Code to Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero            to Hrs-Units
                       move     WS-Post-Amt     to Hrs-Amount
                       move     WS-Hrs-Batch-No to Hrs-Entry-Batch-No
                       move     spaces          to Hrs-Job-Tag
                       move     "E"             to Hrs-Gen-Flag
                       write    PY-Pay-Transactions-Record
                                invalid key
                                         go to    ca020-Exit
                       end-write
                       add      1 to WS-Hdr-No-Recs
              not invalid key
                       add      WS-Post-Amt to Hrs-Amount
                       rewrite  PY-Pay-Transactions-Record
                       add      1 to WS-Cnt-Added
     end-read.
*>
 ca020-Exit.  exit section.
*>
 da000-Approve-Claims        section.
*>**********************************
*>
*> Each pending claim (one employee or all) is split and shown for
*> approval or rejection. Approved claims wait for the posting run.
*>
     display  "Expense Claim Approval"                   at line 1 col 1 with erase eos.
     display  "Employee number (0 = all)  [       ]"     at line 3 col 1.
     move     zero to WS-Key-Emp.
     accept   WS-Key-Emp at line 3 col 30 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
*>
     move     zero to WS-Cnt-Approved WS-Cnt-Rejected.
     move     "N"  to WS-Stop-Review.
     move     WS-Key-Emp to Exp-Emp-No.
     move     zero       to Exp-Seq.
     start    PY-Expense-File key not < Exp-Key
              invalid key
                       go to da090-Done
     end-start.
     perform  forever
              read     PY-Expense-File next record at end
                       exit perform
              end-read
              if       PY-Exp-Status not = "00"
                       exit perform
              end-if
              if       WS-Key-Emp not = zero
                 and   Exp-Emp-No not = WS-Key-Emp
                       exit perform
              end-if
              if       Exp-Pending
                       perform  da010-Review-One
              end-if
              if       WS-Stop-Review = "Y"
                       exit perform
              end-if
     end-perform.
*>
 da090-Done.
     move     WS-Cnt-Approved to WS-Disp-Cnt.
     display  "Claims approved     : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt              at line  8 col 27.
     move     WS-Cnt-Rejected to WS-Disp-Cnt.
     display  "Claims rejected     : " at line  9 col 5.
     display  WS-Disp-Cnt              at line  9 col 27.
     display  SY015                    at line WS-Lines col 1.
     accept   WS-Reply                 at line WS-Lines col 58.
*>
 da000-Exit.  exit section.
*>
 da010-Review-One            section.
*>**********************************
*>
     display  "Expense Claim Approval"   at line 1 col 1 with erase eos.
     move     Exp-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     spaces to Emp-Name
     end-read.
     display  "Employee / claim   : "  at line 5 col 1.
     display  Exp-Emp-No               at line 5 col 22.
     display  Exp-Seq                  at line 5 col 30.
     display  Emp-Name                 at line 5 col 35.
     perform  ba040-Qualify.
     perform  ba030-Show-Claim.
     if       WS-Rate-Found = "N"
              display  PY985 at line WS-23-Lines col 1 foreground-color 4 erase eol.
*>
     display  "A = Approve, R = Reject, S = Skip, Q = Quit [ ]" at line 21 col 1.
     move     "S" to WS-Reply.
     accept   WS-Reply at line 21 col 46 with UPPER UPDATE.
     if       WS-Reply = "Q" or COB-CRT-Status = COB-SCR-ESC
              move     "Y" to WS-Stop-Review
              go to    da010-Exit.
*>
*> A lodging or meals claim cannot be approved without a rate to
*> measure it against - set up the table first.
*>
     if       WS-Reply = "A"
        and   WS-Rate-Found = "Y"
              move     "A"              to Exp-Status
              move     WS-CD-Args (1:8) to Exp-Approver
              move     WSE-Date-9       to Exp-Approved-Date
              rewrite  PY-Expense-Record
              add      1 to WS-Cnt-Approved
              go to    da010-Exit.
     if       WS-Reply = "R"
              move     "R"              to Exp-Status
              move     zero             to Exp-Accountable Exp-Taxable
              move     WS-CD-Args (1:8) to Exp-Approver
              move     WSE-Date-9       to Exp-Approved-Date
              rewrite  PY-Expense-Record
              add      1 to WS-Cnt-Rejected.
*>
 da010-Exit.  exit section.
*>
 ea000-Rate-Maint            section.
*>**********************************
*>
     display  "Per-Diem Rate Table Maintenance"          at line 1 col 1 with erase eos.
     display  "A = Add, C = Change, D = Delete, I = Inquire, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 57 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              go to    ea000-Exit.
     if       WS-Function not = "A" and not = "C" and not = "D" and not = "I"
              go to    ea000-Exit.
*>
     display  "Year (ccyy)        [    ]"       at line 5 col 1.
     move     WSE-Year to WS-Key-Year.
     accept   WS-Key-Year at line 5 col 21 with UPDATE.
     display  "Locality (STD = standard) [      ]" at line 6 col 1.
     move     "STD" to WS-Key-Locality.
     accept   WS-Key-Locality at line 6 col 28 with UPPER UPDATE.
     if       WS-Key-Locality = spaces
              move     "STD" to WS-Key-Locality.
*>
     move     WS-Key-Year     to Pdm-Year.
     move     WS-Key-Locality to Pdm-Locality.
     read     PY-Per-Diem-File key Pdm-Key
              invalid key
                       if       WS-Function not = "A"
                                display  PY985 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ea000-Exit
                       end-if
              not invalid key
                       if       WS-Function = "A"
                                display  PY990 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ea000-Exit
                       end-if
     end-read.
*>
     if       WS-Function = "A"
              initialize PY-Per-Diem-Record
              move     WS-Key-Year     to Pdm-Year
              move     WS-Key-Locality to Pdm-Locality.
*>
     if       WS-Function = "I" or = "D"
              display  "Description       : " at line  8 col 1
              display  Pdm-Desc               at line  8 col 21
              move     Pdm-Lodging to WS-Disp-Amt
              display  "Lodging per night : " at line  9 col 1
              display  WS-Disp-Amt            at line  9 col 21
              move     Pdm-MIE to WS-Disp-Amt
              display  "M&IE per day      : " at line 10 col 1
              display  WS-Disp-Amt            at line 10 col 21
     end-if.
     if       WS-Function = "I"
              display  SY015 at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ea000-Exit.
     if       WS-Function = "D"
              display  "Delete this rate (Y/N) [ ]" at line 20 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 20 col 25 with UPPER
              if       WS-Reply = "Y"
                       delete   PY-Per-Diem-File record
              end-if
              go to    ea000-Exit.
*>
*> Add / Change
*>
     display  "Description                   [                              ]" at line  8 col 1.
     accept   Pdm-Desc at line  8 col 32 with UPDATE.
     move     Pdm-Lodging to WS-Rate-Amt.
     display  "Lodging per night             [        ]" at line  9 col 1.
     accept   WS-Rate-Amt at line  9 col 32 with UPDATE.
     move     WS-Rate-Amt to Pdm-Lodging.
     move     Pdm-MIE to WS-Rate-Amt.
     display  "M&IE per day                  [        ]" at line 10 col 1.
     accept   WS-Rate-Amt at line 10 col 32 with UPDATE.
     move     WS-Rate-Amt to Pdm-MIE.
*>
     display  "Write this rate (Y/N) [ ]" at line 20 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 20 col 24 with UPPER.
     if       WS-Reply not = "Y"
              go to    ea000-Exit.
     move     WS-CD-Args (1:8) to Pdm-Operator.
     if       WS-Function = "A"
              write    PY-Per-Diem-Record
                       invalid key
                                rewrite PY-Per-Diem-Record
              end-write
     else
              rewrite  PY-Per-Diem-Record.
     go       to ea000-Rate-Maint.
*>
 ea000-Exit.  exit section.
*>
 fa000-Statements            section.
*>**********************************
*>
*> One page per employee of the claims posted to a period end - from
*> the posting run for the period just posted, or on request.
*>
     if       WS-From-Post not = "Y"
              display  "Employee Expense Statements"           at line 1 col 1 with erase eos
              display  "Period end date (ccyymmdd)  [        ]"   at line 3 col 1
              move     WSE-Date-9 to WS-Per-End
              accept   WS-Per-End at line 3 col 30 with UPDATE
              if       COB-CRT-Status = COB-SCR-ESC
                       go to    fa000-Exit
              end-if
     end-if.
*>
     move     zero to WS-St-Tot-Claimed WS-St-Tot-Tax-Free
                      WS-St-Tot-Taxable WS-St-Cnt-Emps WS-St-Emp-No.
     open     output Print-File.
     initiate Expense-Statement.
*>
     move     zero to Exp-Emp-No Exp-Seq.
     start    PY-Expense-File key not < Exp-Key
              invalid key
                       go to fa090-Done
     end-start.
     perform  forever
              read     PY-Expense-File next record at end
                       exit perform
              end-read
              if       PY-Exp-Status not = "00"
                       exit perform
              end-if
              if       Exp-Posted
                 and   Exp-Posted-Date = WS-Per-End
                       perform  fa010-Statement-Line
              end-if
     end-perform.
*>
 fa090-Done.
     terminate Expense-Statement.
     if       Page-Counter > zero           *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
     else
              close    Print-File.
*>
 fa000-Exit.  exit section.
*>
 fa010-Statement-Line        section.
*>**********************************
*>
     if       Exp-Emp-No not = WS-St-Emp-No
              move     Exp-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                move     spaces to Emp-Name
              end-read
              add      1 to WS-St-Cnt-Emps
     end-if.
     move     Exp-Emp-No to WS-St-Emp-No.
     evaluate true
              when     Exp-Cat-Lodging
                       move     "Lodging"    to WS-St-Cat-Desc
              when     Exp-Cat-Meals
                       move     "Meals/M&IE" to WS-St-Cat-Desc
              when     Exp-Cat-Travel
                       move     "Travel"     to WS-St-Cat-Desc
              when     other
                       move     "Other"      to WS-St-Cat-Desc
     end-evaluate.
     move     Exp-Amount      to WS-St-Claimed.
     move     Exp-Allowed     to WS-St-Allowed.
     move     Exp-Accountable to WS-St-Tax-Free.
     move     Exp-Taxable     to WS-St-Taxable.
     add      Exp-Amount      to WS-St-Tot-Claimed.
     add      Exp-Accountable to WS-St-Tot-Tax-Free.
     add      Exp-Taxable     to WS-St-Tot-Taxable.
     generate Exp-Line-Detail.
*>
 fa010-Exit.  exit section.
*>
