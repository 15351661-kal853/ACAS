       >>source free
*>****************************************************************
*>      Shared Leave Bank - Medical Emergency Vacation Donations  *
*>         Cases, Donations, Approval, Return & Audit Register    *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pylvshr.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          The leave-donation program - staff give
*>                      vacation hours to a colleague with a medical
*>                      emergency - run as a medical emergency leave-
*>                      sharing plan under IRS Rev. Rul. 90-29 so the
*>                      donor is not taxed on the hours given (nor gets
*>                      a deduction) and the recipient is taxed on them
*>                      as ordinary wages when paid, which pyapply
*>                      does as for any vacation taken. Functions off
*>                      one menu:
*>
*>                      O - opens a case for the recipient - own or a
*>                          family member's medical emergency - pending
*>                          approval. One live case per recipient;
*>                      D - keys a donation to an open case - donor and
*>                          vacation hours - pending approval;
*>                      A - approves (or rejects) a pending case, then
*>                          the case's pending donations one by one.
*>                          Approving a donation debits the donor's
*>                          Emp-Vac-Accum, converts the hours at the
*>                          donor / recipient hourly rate ratio (value
*>                          given = value received) and credits the
*>                          recipient's Emp-Vac-Accum;
*>                      X - closes a case when the emergency ends. The
*>                          donated hours the recipient has not used -
*>                          the recipient's vacation balance up to the
*>                          hours credited - go back to the donors pro
*>                          rata to the hours each gave, at each
*>                          donation's own rates. Donations still
*>                          pending are rejected;
*>                      R - prints the audit register - every case and
*>                          donation with who keyed and approved it,
*>                          when, and what was returned;
*>                      P - the plan limits.
*>
*>                      Plan rules held to - a case needs approving,
*>                      and the recipient must have used up their own
*>                      vacation (no more than the plan's limit left)
*>                      before it opens; the recipient can only use
*>                      the hours as leave, never take them as cash
*>                      (nothing here pays them out) and unused hours
*>                      go back at the end; a donor keeps the plan's
*>                      minimum balance and gives no more than the
*>                      plan's yearly limit; donor and recipient
*>                      cannot be the same employee. With sign-on in
*>                      service a data entry operator cannot approve
*>                      and nobody approves what they keyed themselves.
*>
*>                      Hourly rates are Rate 1, a salaried employee's
*>                      divided by Emp-Normal-Units, as pyptoval.
*>
*>                      Nothing is deleted - PY-Leave-Share-File is the
*>                      audit trail.
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
*>                      pylsh.   Shared Leave Bank - I-O.
*>                      pyemp.   Employee Master - I-O (vacation balances).
*>                      prt-1.   Audit Register.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY282 - 295.
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
 copy "selpylsh.cob".
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
 copy "fdpylsh.cob".
 copy "fdpyemp.cob".
*>
 fd  Print-File
     reports are Leave-Share-Register.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pylvshr  (1.0.00)".  *> First release pre testing.
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
     03  PY-Lsh-Status       pic xx.
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
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Today            pic 9(8)     value zero.
     03  filler  redefines WS-Today.
         05  WS-Today-CCYY   pic 9(4).
         05  filler          pic 9(4).
     03  WS-Sel-Emp          pic 9(7)     value zero.
     03  WS-Sel-Case         pic 9(5)     value zero.
     03  WS-Seq              pic 9(4)     value zero.
     03  WS-Last-Seq         pic 9(4)     value zero.
     03  WS-Disp-Case        pic zzzz9.
     03  WS-Disp-Hrs         pic zz,zz9.99.
     03  WS-Disp-Rate        pic zzz,zz9.99.
*>
*> The plan limits as read from the key zero record - the file's
*> buffer is shared with the cases and donations.
*>
     03  WS-Pol-Next-Case    pic 9(5)     value 1.
     03  WS-Pol-Donor-Max    pic 9(4)v99  value 40.
     03  WS-Pol-Donor-Min    pic 9(4)v99  value 40.
     03  WS-Pol-Recip-Own    pic 9(4)v99  value zero.
     03  WS-Pol-Case-Max     pic 9(4)v99  value zero.
*>
*> Case and donation held while the employee records are read and
*> rewritten.
*>
     03  WS-Case-Hold        pic x(128)   value spaces.
     03  WS-Don-Hold         pic x(128)   value spaces.
     03  WS-Recip-No         pic 9(7)     value zero.
     03  WS-Recip-Name       pic x(32)    value spaces.
     03  WS-Donor-No         pic 9(7)     value zero.
     03  WS-Donor-Hours      pic 9(4)v99  value zero.
     03  WS-Donor-Bal        pic 9(5)v99  value zero.
     03  WS-Donor-Rate       pic 9(6)v99  value zero.
     03  WS-Recip-Rate       pic 9(6)v99  value zero.
     03  WS-Recip-Hours      pic 9(4)v99  value zero.
     03  WS-Hourly-Rate      pic 9(6)v99  value zero.
     03  WS-Year-Total       pic 9(5)v99  value zero.
     03  WS-Year-Donor       pic 9(7)     value zero.
*>
*> Closing a case - the unused hours and their pro rata shares.
*>
     03  WS-Appr-Count       pic 9(4)     value zero.
     03  WS-Appr-Hours       pic 9(5)v99  value zero.
     03  WS-Unused           pic 9(5)v99  value zero.
     03  WS-Remaining        pic 9(5)v99  value zero.
     03  WS-Share            pic 9(5)v99  value zero.
     03  WS-Back             pic 9(5)v99  value zero.
*>
*> Register line.
*>
     03  WS-Rg-Case          pic 9(5)     value zero.
     03  WS-Rg-Kind          pic x        value space.     *> C = case line, D = donation
     03  WS-Rg-Recip-Name    pic x(32)    value spaces.
     03  WS-Rg-Donor-Name    pic x(24)    value spaces.
     03  WS-Rg-Reason        pic x(14)    value spaces.
     03  WS-Rg-Status        pic x(8)     value spaces.
     03  WS-Rg-Don-Hrs       pic 9(5)v99  value zero.
     03  WS-Rg-Rcp-Hrs       pic 9(5)v99  value zero.
     03  WS-Rg-Credited      pic 9(5)v99  value zero.
     03  WS-Rg-Returned      pic 9(5)v99  value zero.
     03  WS-Rg-Cases         pic 9        value zero.
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
     03  PY282           pic x(26) value "PY282 Employee not found -".
     03  PY283           pic x(22) value "PY283 Case not found -".
     03  PY284           pic x(36) value "PY284 Case is not open for donations".
     03  PY285           pic x(52) value "PY285 Donor cannot be the recipient or is not active".
     03  PY286           pic x(57) value "PY286 Donor would fall below the minimum vacation balance".
     03  PY287           pic x(56) value "PY287 Donor's donations this year would exceed the limit".
     03  PY288           pic x(61) value "PY288 Recipient has not used up own vacation - cannot approve".
     03  PY289           pic x(53) value "PY289 Not authorised to approve - see your supervisor".
     03  PY290           pic x(50) value "PY290 Approver cannot be the operator who keyed it".
     03  PY291           pic x(54) value "PY291 Case limit reached - donation cannot be credited".
     03  PY292           pic x(51) value "PY292 Recipient already has an open or pending case".
     03  PY293           pic x(42) value "PY293 Recipient must be active or on leave".
     03  PY294           pic x(37) value "PY294 Only an open case can be closed".
     03  PY295           pic x(53) value "PY295 Hourly rate missing - hours cannot be converted".
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
 RD  Leave-Share-Register
     control      Final WS-Rg-Case
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Lsh-Head  Type Page Heading.
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
         05  col  35     pic x(62)   value "Shared Leave Bank - Medical Emergency Donations Audit Register".
     03  line  5.
         05  col   1                 value "Donor".
         05  col   9                 value "-- Donor Name ----------".
         05  col  34                 value "Keyed".
         05  col  46                 value "Given Hrs".
         05  col  56                 value "Donor Rate".
         05  col  67                 value "Recip Rate".
         05  col  77                 value "Recvd Hrs".
         05  col  87                 value "Status".
         05  col  96                 value "Keyed By".
         05  col 105                 value "Approved".
         05  col 114                 value "On".
*>
 01  Lsh-Case-Detail type is detail.
     03  line + 2.
         05  col   1                 value "Case".
         05  col   6     pic zzzz9          source WS-Rg-Case.
         05  col  13                 value "Recipient".
         05  col  23     pic 9(7)           source Lsc-Recip-No.
         05  col  31     pic x(32)          source WS-Rg-Recip-Name.
         05  col  64     pic x(14)          source WS-Rg-Reason.
         05  col  80     pic x(8)           source WS-Rg-Status.
         05  col  90                 value "Opened".
         05  col  97     pic 9999/99/99     source Lsc-Open-Date.
         05  col 108                 value "by".
         05  col 111     pic x(8)           source Lsc-Opened-By.
     03  line + 1.
         05  col  13                 value "Own vacation when approved".
         05  col  40     pic zz,zz9.99      source Lsc-Own-Bal.
         05  col  64                 value "Approved by".
         05  col  76     pic x(8)           source Lsc-Approver.
         05  col  85     pic 9999/99/99     source Lsc-Appr-Date.
     03  line + 1     present when Lsc-Closed.
         05  col  13                 value "Closed".
         05  col  20     pic 9999/99/99     source Lsc-Close-Date.
         05  col  31                 value "by".
         05  col  34     pic x(8)           source Lsc-Closed-By.
         05  col  44                 value "Unused hours returned to donors".
         05  col  77     pic zz,zz9.99      source Lsc-Returned.
     03  line + 1     present when Lsc-Note not = spaces.
         05  col  13     pic x(30)          source Lsc-Note.
*>
 01  Lsh-Donation-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)           source Lsh-Donor-No.
         05  col   9     pic x(24)          source WS-Rg-Donor-Name.
         05  col  34     pic 9999/99/99     source Lsh-Don-Date.
         05  col  46     pic zz,zz9.99      source Lsh-Donor-Hours.
         05  col  56     pic zzz,zz9.99     source Lsh-Donor-Rate.
         05  col  67     pic zzz,zz9.99     source Lsh-Recip-Rate.
         05  col  77     pic zz,zz9.99      source Lsh-Recip-Hours.
         05  col  87     pic x(8)           source WS-Rg-Status.
         05  col  96     pic x(8)           source Lsh-Entered-By.
         05  col 105     pic x(8)           source Lsh-Approver.
         05  col 114     pic 9999/99/99     source Lsh-Appr-Date.
     03  line + 1     present when Lsh-Returned.
         05  col   9                 value "Unused returned at close".
         05  col  34     pic 9999/99/99     source Lsh-Ret-Date.
         05  col  46     pic zz,zz9.99      source Lsh-Ret-Donor-Hours.
         05  col  77     pic zz,zz9.99      source Lsh-Ret-Recip-Hours.
*>
 01  type control Footing WS-Rg-Case.
     03  line + 1.
         05  col   9                 value "Case totals - given / received".
         05  col  45     pic zzz,zz9.99     sum WS-Rg-Don-Hrs.
         05  col  76     pic zzz,zz9.99     sum WS-Rg-Rcp-Hrs.
*>
 01  type control Footing Final.
     03  line + 2.
         05  col   1     pic x(18)          value "Cases listed     :".
         05  col  20     pic zzzz9          sum WS-Rg-Cases.
     03  line + 1.
         05  col   1     pic x(18)          value "Hours credited   :".
         05  col  20     pic zzz,zz9.99     sum WS-Rg-Credited.
     03  line + 1.
         05  col   1     pic x(18)          value "Hours returned   :".
         05  col  20     pic zzz,zz9.99     sum WS-Rg-Returned.
     03  line + 2.
         05  col   1     pic x(94)          value "Given / received hours count approved donations only. Donated leave is not income to the donor".
     03  line + 1.
         05  col   1     pic x(86)          value "(Rev. Rul. 90-29) - the recipient is taxed on it as wages when it is paid as vacation.".
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
     display  "Shared Leave Bank" at 0125 with foreground-color 2.
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
     open     i-o PY-Leave-Share-File.
     if       PY-Lsh-Status = "35"        *> first ever use
              open     output PY-Leave-Share-File
              close    PY-Leave-Share-File
              open     i-o PY-Leave-Share-File
     end-if.
     open     i-o PY-Employee-File.
*>
     perform  ab005-Load-Policy.
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Leave-Share-File
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
 ab005-Load-Policy           section.
*>**********************************
*>
*> The plan record is key zero - first use writes the defaults held
*> in WS-Pol-*.
*>
     move     zero  to Lsp-Key-Case Lsp-Key-Seq.
     read     PY-Leave-Share-File key Lsh-Key
              invalid key
                       perform  ab006-Save-Policy
                       go to    ab005-Exit
     end-read.
     move     Lsp-Next-Case      to WS-Pol-Next-Case.
     move     Lsp-Donor-Max-Year to WS-Pol-Donor-Max.
     move     Lsp-Donor-Min-Bal  to WS-Pol-Donor-Min.
     move     Lsp-Recip-Max-Own  to WS-Pol-Recip-Own.
     move     Lsp-Case-Max       to WS-Pol-Case-Max.
     if       WS-Pol-Next-Case = zero
              move     1 to WS-Pol-Next-Case.
*>
 ab005-Exit.  exit section.
*>
 ab006-Save-Policy           section.
*>**********************************
*>
     initialize PY-Leave-Share-Policy.
     move     zero               to Lsp-Key-Case Lsp-Key-Seq.
     move     WS-Pol-Next-Case   to Lsp-Next-Case.
     move     WS-Pol-Donor-Max   to Lsp-Donor-Max-Year.
     move     WS-Pol-Donor-Min   to Lsp-Donor-Min-Bal.
     move     WS-Pol-Recip-Own   to Lsp-Recip-Max-Own.
     move     WS-Pol-Case-Max    to Lsp-Case-Max.
     write    PY-Leave-Share-Policy
              invalid key
                       rewrite  PY-Leave-Share-Policy
     end-write.
*>
 ab006-Exit.  exit section.
*>
 ab010-Main-Menu             section.
*>**********************************
*>
     display  "Shared Leave Bank - Medical Emergency Leave Sharing"       at line 1 col 1 with erase eos.
     display  "O = Open a case, D = Donate hours, A = Approve, X = Close & return unused,"
                                                                           at line 3 col 1.
     display  "R = Audit register, P = Plan limits, Q = Quit [ ]"          at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 48 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "O"
                       perform  ca000-Open-Case
              when "D"
                       perform  da000-Donation
              when "A"
                       perform  ea000-Approve
              when "X"
                       perform  fa000-Close-Case
              when "R"
                       perform  ga000-Audit-Register
              when "P"
                       perform  ba000-Plan-Limits
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 az000-Get-Employee          section.
*>**********************************
*>
*> WS-Sel-Emp into the employee buffer, its hourly rate worked out.
*>
     move     WS-Sel-Emp to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       display  PY282      at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  WS-Sel-Emp at line WS-23-Lines col 28
                       display  SY015      at line WS-Lines    col 1
                       accept   WS-Reply   at line WS-Lines    col 58
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
 az010-Get-Case              section.
*>**********************************
*>
*> Keyed case number into the buffer and WS-Case-Hold.
*>
     move     zero to WS-Sel-Case.
     display  "Case number            [     ]" at line 3 col 1.
     accept   WS-Sel-Case at line 3 col 25 with UPDATE.
     if       WS-Sel-Case = zero or COB-CRT-Status = COB-SCR-ESC
              move     1 to Error-Code
              go to    az010-Exit.
     move     WS-Sel-Case to Lsc-Case-No.
     move     zero        to Lsc-Seq.
     read     PY-Leave-Share-File key Lsh-Key
              invalid key
                       display  PY283       at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  WS-Sel-Case at line WS-23-Lines col 24
                       display  SY015       at line WS-Lines    col 1
                       accept   WS-Reply    at line WS-Lines    col 58
                       move     1 to Error-Code
                       go to    az010-Exit
     end-read.
     move     zero to Error-Code.
     move     PY-Leave-Share-Case to WS-Case-Hold.
     move     Lsc-Recip-No        to WS-Recip-No.
     move     Lsc-Recip-No        to Emp-No.
     move     spaces to WS-Recip-Name.
     read     PY-Employee-File key Emp-No
              not invalid key
                       move     Emp-Name to WS-Recip-Name
     end-read.
     display  "Recipient"   at line 4 col 1.
     display  WS-Recip-No   at line 4 col 25.
     display  WS-Recip-Name at line 4 col 35.
     display  "Status"      at line 5 col 1.
     evaluate true
              when Lsc-Pending  display "Pending approval" at line 5 col 25
              when Lsc-Open     display "Open"             at line 5 col 25
              when Lsc-Closed   display "Closed"           at line 5 col 25
              when other        display "Rejected"         at line 5 col 25
     end-evaluate.
     move     Lsc-Credited to WS-Disp-Hrs.
     display  "Hours credited so far" at line 6 col 1.
     display  WS-Disp-Hrs             at line 6 col 25.
*>
 az010-Exit.  exit section.
*>
 az020-Year-Total            section.
*>**********************************
*>
*> Hours WS-Year-Donor has given this calendar year - pending and
*> approved, less anything handed back. Reads the whole file so the
*> caller keeps what it needs in the hold areas.
*>
     move     zero to WS-Year-Total.
     move     1    to Lsh-Case-No.
     move     zero to Lsh-Seq.
     start    PY-Leave-Share-File key not < Lsh-Key
              invalid key
                       go to az020-Exit
     end-start.
     perform  forever
              read     PY-Leave-Share-File next record at end
                       exit perform
              end-read
              if       PY-Lsh-Status not = "00"
                       exit perform
              end-if
              if       Lsh-Seq = zero
                 or    Lsh-Donor-No not = WS-Year-Donor
                 or    Lsh-Don-Date (1:4) not = WS-Today (1:4)
                 or    Lsh-Rejected
                       exit perform cycle
              end-if
              add      Lsh-Donor-Hours to WS-Year-Total
              subtract Lsh-Ret-Donor-Hours from WS-Year-Total
     end-perform.
*>
 az020-Exit.  exit section.
*>
 az030-May-Approve           section.
*>**********************************
*>
*> With sign-on in service only a supervisor or administrator.
*>
     move     zero to Error-Code.
     if       WS-CD-Args (9:1) = "D"
              display  PY289    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              move     1 to Error-Code.
*>
 az030-Exit.  exit section.
*>
 ba000-Plan-Limits           section.
*>**********************************
*>
     display  "Shared Leave Plan Limits"                     at line  1 col 1 with erase eos.
     display  "Most one donor may give in a year   [       ]" at line  3 col 1.
     display  "Vacation a donor must keep          [       ]" at line  4 col 1.
     display  "Recipient's own vacation at most    [       ]" at line  6 col 1.
     display  "Most credited to one case, 0 = any  [       ]" at line  7 col 1.
     display  "Next case number                    [     ]"   at line  9 col 1.
     accept   WS-Pol-Donor-Max at line  3 col 38 with UPDATE.
     accept   WS-Pol-Donor-Min at line  4 col 38 with UPDATE.
     accept   WS-Pol-Recip-Own at line  6 col 38 with UPDATE.
     accept   WS-Pol-Case-Max  at line  7 col 38 with UPDATE.
     accept   WS-Pol-Next-Case at line  9 col 38 with UPDATE.
     if       WS-Pol-Next-Case = zero
              move     1 to WS-Pol-Next-Case.
     display  "Save the limits (Y/N) [ ]" at line 11 col 1.
     move     "Y" to WS-Reply.
     accept   WS-Reply at line 11 col 24 with UPPER UPDATE.
     if       WS-Reply = "Y"
              perform  ab006-Save-Policy
     else
              perform  ab005-Load-Policy.
*>
 ba000-Exit.  exit section.
*>
 ca000-Open-Case             section.
*>**********************************
*>
     display  "Open A Medical Emergency Case"  at line 1 col 1 with erase eos.
     move     zero to WS-Sel-Emp.
     display  "Recipient employee     [       ]" at line 3 col 1.
     accept   WS-Sel-Emp at line 3 col 25.
     if       WS-Sel-Emp = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              go to    ca000-Exit.
     display  Emp-Name at line 3 col 35.
     if       Emp-Status not = "A" and not = "L"
              display  PY293    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca000-Exit.
     move     Emp-Vac-Accum to WS-Disp-Hrs.
     display  "Own vacation balance"  at line 4 col 1.
     display  WS-Disp-Hrs             at line 4 col 25.
*>
*> One live case at a time per recipient.
*>
     move     1    to Lsc-Case-No.
     move     zero to Lsc-Seq.
     start    PY-Leave-Share-File key not < Lsh-Key
              invalid key
                       move     "10" to PY-Lsh-Status
     end-start.
     perform  until PY-Lsh-Status not = "00"
              read     PY-Leave-Share-File next record at end
                       exit perform
              end-read
              if       PY-Lsh-Status = "00"
                 and   Lsc-Seq = zero
                 and   Lsc-Recip-No = WS-Sel-Emp
                 and   (Lsc-Pending or Lsc-Open)
                       display  PY292       at line WS-23-Lines col 1 foreground-color 4 erase eol
                       move     Lsc-Case-No to WS-Disp-Case
                       display  WS-Disp-Case at line WS-23-Lines col 54
                       display  SY015       at line WS-Lines    col 1
                       accept   WS-Reply    at line WS-Lines    col 58
                       go to    ca000-Exit
              end-if
     end-perform.
*>
     initialize PY-Leave-Share-Case.
     move     "E" to Lsc-Reason.
     display  "Emergency - E = employee's own, F = family member [ ]" at line 6 col 1.
     accept   Lsc-Reason at line 6 col 52 with UPPER UPDATE.
     if       Lsc-Reason not = "F"
              move     "E" to Lsc-Reason.
     display  "Note                   [                              ]" at line 7 col 1.
     accept   Lsc-Note at line 7 col 25 with UPDATE.
     display  "Open the case (Y/N) [ ]" at line 9 col 1.
     move     "Y" to WS-Reply.
     accept   WS-Reply at line 9 col 22 with UPPER UPDATE.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
*>
     move     WS-Pol-Next-Case to Lsc-Case-No.
     move     zero             to Lsc-Seq.
     move     WS-Sel-Emp       to Lsc-Recip-No.
     move     "P"              to Lsc-Status.
     move     WS-Today         to Lsc-Open-Date.
     move     WS-Operator      to Lsc-Opened-By.
     move     zero             to Lsc-Appr-Date Lsc-Own-Bal Lsc-Credited
                                  Lsc-Returned Lsc-Close-Date.
     write    PY-Leave-Share-Case
              invalid key
                       display  PY283 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       go to    ca000-Exit
     end-write.
     move     Lsc-Case-No to WS-Disp-Case.
     add      1 to WS-Pol-Next-Case.
     perform  ab006-Save-Policy.
     display  "Case opened, pending approval -" at line 11 col 1.
     display  WS-Disp-Case                      at line 11 col 33.
     display  SY015    at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 da000-Donation              section.
*>**********************************
*>
     display  "Donate Vacation Hours To A Case" at line 1 col 1 with erase eos.
     perform  az010-Get-Case.
     if       Error-Code not = zero
              go to    da000-Exit.
     if       not Lsc-Open
              display  PY284    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
*>
     move     WS-Recip-No to WS-Sel-Emp.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              go to    da000-Exit.
     move     WS-Hourly-Rate to WS-Recip-Rate.
*>
     move     zero to WS-Sel-Emp.
     display  "Donor employee         [       ]" at line 8 col 1.
     accept   WS-Sel-Emp at line 8 col 25.
     if       WS-Sel-Emp = zero or COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              go to    da000-Exit.
     display  Emp-Name at line 8 col 35.
     if       WS-Sel-Emp = WS-Recip-No
        or    Emp-Status not = "A"
              display  PY285    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
     move     WS-Hourly-Rate to WS-Donor-Rate.
     move     Emp-Vac-Accum  to WS-Donor-Bal.
     move     WS-Donor-Bal   to WS-Disp-Hrs.
     display  "Donor vacation balance"  at line 9 col 1.
     display  WS-Disp-Hrs               at line 9 col 25.
*>
     move     zero to WS-Donor-Hours.
     display  "Hours to give          [       ]" at line 10 col 1.
     accept   WS-Donor-Hours at line 10 col 25 with UPDATE.
     if       WS-Donor-Hours = zero
              go to    da000-Exit.
     if       WS-Donor-Bal < WS-Donor-Hours + WS-Pol-Donor-Min
              display  PY286    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
     move     WS-Sel-Emp to WS-Year-Donor.
     perform  az020-Year-Total.
     if       WS-Year-Total + WS-Donor-Hours > WS-Pol-Donor-Max
              display  PY287    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
     if       WS-Donor-Rate = zero or WS-Recip-Rate = zero
              display  PY295    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
     compute  WS-Recip-Hours rounded =
              WS-Donor-Hours * WS-Donor-Rate / WS-Recip-Rate.
     move     WS-Recip-Hours to WS-Disp-Hrs.
     display  "Recipient would receive, at today's rates" at line 11 col 1.
     display  WS-Disp-Hrs                                 at line 11 col 43.
     display  "Record the donation (Y/N) [ ]" at line 13 col 1.
     move     "Y" to WS-Reply.
     accept   WS-Reply at line 13 col 28 with UPPER UPDATE.
     if       WS-Reply not = "Y"
              go to    da000-Exit.
*>
*> Next free sequence on the case.
*>
     move     zero to WS-Last-Seq.
     move     WS-Sel-Case to Lsh-Case-No.
     move     1           to Lsh-Seq.
     start    PY-Leave-Share-File key not < Lsh-Key
              invalid key
                       move     "10" to PY-Lsh-Status
     end-start.
     perform  until PY-Lsh-Status not = "00"
              read     PY-Leave-Share-File next record at end
                       exit perform
              end-read
              if       PY-Lsh-Status not = "00"
                 or    Lsh-Case-No not = WS-Sel-Case
                       exit perform
              end-if
              move     Lsh-Seq to WS-Last-Seq
     end-perform.
*>
     initialize PY-Leave-Share-Record.
     move     WS-Sel-Case      to Lsh-Case-No.
     add      1 WS-Last-Seq giving Lsh-Seq.
     move     WS-Sel-Emp       to Lsh-Donor-No.
     move     WS-Today         to Lsh-Don-Date.
     move     WS-Donor-Hours   to Lsh-Donor-Hours.
     move     WS-Donor-Rate    to Lsh-Donor-Rate.
     move     WS-Recip-Rate    to Lsh-Recip-Rate.
     move     WS-Recip-Hours   to Lsh-Recip-Hours.
     move     "P"              to Lsh-Status.
     move     WS-Operator      to Lsh-Entered-By.
     move     spaces           to Lsh-Approver.
     move     zero             to Lsh-Appr-Date Lsh-Ret-Recip-Hours
                                  Lsh-Ret-Donor-Hours Lsh-Ret-Date.
     write    PY-Leave-Share-Record.
     display  "Donation recorded, pending approval" at line 15 col 1.
     display  SY015    at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 da000-Exit.  exit section.
*>
 ea000-Approve               section.
*>**********************************
*>
*> A pending case first, then an open case's pending donations.
*>
     display  "Approve A Case / Its Donations" at line 1 col 1 with erase eos.
     perform  az030-May-Approve.
     if       Error-Code not = zero
              go to    ea000-Exit.
     perform  az010-Get-Case.
     if       Error-Code not = zero
              go to    ea000-Exit.
     if       Lsc-Pending
              perform  eb000-Approve-Case
              go to    ea000-Exit.
     if       not Lsc-Open
              display  PY284    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ea000-Exit.
     perform  ec000-Approve-Donations.
*>
 ea000-Exit.  exit section.
*>
 eb000-Approve-Case          section.
*>**********************************
*>
*> The recipient must have used up their own vacation first.
*>
     if       WS-Operator not = spaces
        and   WS-Operator = Lsc-Opened-By
              display  PY290    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    eb000-Exit.
     move     WS-Recip-No to WS-Sel-Emp.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              go to    eb000-Exit.
     move     Emp-Vac-Accum to WS-Disp-Hrs.
     display  "Own vacation balance"  at line 8 col 1.
     display  WS-Disp-Hrs             at line 8 col 25.
     display  "A = Approve, R = Reject, Enter = leave pending [ ]" at line 10 col 1.
     move     space to WS-Reply.
     accept   WS-Reply at line 10 col 49 with UPPER UPDATE.
     if       WS-Reply not = "A" and not = "R"
              go to    eb000-Exit.
     if       WS-Reply = "A"
        and   Emp-Vac-Accum > WS-Pol-Recip-Own
              display  PY288    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    eb000-Exit.
     move     WS-Case-Hold to PY-Leave-Share-Case.
     if       WS-Reply = "A"
              move     "O" to Lsc-Status
     else
              move     "R" to Lsc-Status.
     move     Emp-Vac-Accum to Lsc-Own-Bal.
     move     WS-Operator   to Lsc-Approver.
     move     WS-Today      to Lsc-Appr-Date.
     rewrite  PY-Leave-Share-Case.
     move     PY-Leave-Share-Case to WS-Case-Hold.
*>
 eb000-Exit.  exit section.
*>
 ec000-Approve-Donations     section.
*>**********************************
*>
*> Each pending donation in turn. Balances and limits are tested
*> again here as they may have moved since it was keyed.
*>
     move     zero to WS-Seq.
     perform  forever
              add      1 to WS-Seq
              move     WS-Sel-Case to Lsh-Case-No
              move     WS-Seq      to Lsh-Seq
              read     PY-Leave-Share-File key Lsh-Key
                       invalid key
                                exit perform
              end-read
              if       Lsh-Pending
                       move     PY-Leave-Share-Record to WS-Don-Hold
                       perform  ed000-One-Donation
                       if       WS-Reply = "Q"
                                exit perform
                       end-if
              end-if
     end-perform.
*>
 ec000-Exit.  exit section.
*>
 ed000-One-Donation          section.
*>**********************************
*>
     move     Lsh-Donor-No    to WS-Donor-No WS-Sel-Emp.
     move     Lsh-Donor-Hours to WS-Donor-Hours.
     display  space at line 8 col 1 with erase eos.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              go to    ed000-Exit.
     move     WS-Hourly-Rate to WS-Donor-Rate.
     move     Emp-Vac-Accum  to WS-Donor-Bal.
     display  "Donor"           at line  8 col 1.
     display  WS-Donor-No       at line  8 col 25.
     display  Emp-Name          at line  8 col 35.
     move     WS-Donor-Bal   to WS-Disp-Hrs.
     display  "Vacation balance" at line  9 col 1.
     display  WS-Disp-Hrs        at line  9 col 25.
     move     WS-Donor-Hours to WS-Disp-Hrs.
     display  "Hours to give"    at line 10 col 1.
     display  WS-Disp-Hrs        at line 10 col 25.
     move     WS-Recip-No to WS-Sel-Emp.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              go to    ed000-Exit.
     move     WS-Hourly-Rate to WS-Recip-Rate.
     if       WS-Donor-Rate = zero or WS-Recip-Rate = zero
              display  PY295    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ed000-Exit.
     compute  WS-Recip-Hours rounded =
              WS-Donor-Hours * WS-Donor-Rate / WS-Recip-Rate.
     move     WS-Donor-Rate to WS-Disp-Rate.
     display  "Donor hourly rate"     at line 11 col 1.
     display  WS-Disp-Rate            at line 11 col 24.
     move     WS-Recip-Rate to WS-Disp-Rate.
     display  "Recipient hourly rate" at line 12 col 1.
     display  WS-Disp-Rate            at line 12 col 24.
     move     WS-Recip-Hours to WS-Disp-Hrs.
     display  "Recipient receives"    at line 13 col 1.
     display  WS-Disp-Hrs             at line 13 col 25.
     display  "A = Approve, R = Reject, S = Skip, Q = Quit [ ]" at line 15 col 1.
     move     "S" to WS-Reply.
     accept   WS-Reply at line 15 col 46 with UPPER UPDATE.
     if       WS-Reply not = "A" and not = "R"
              go to    ed000-Exit.
*>
     move     WS-Don-Hold to PY-Leave-Share-Record.
     if       WS-Operator not = spaces
        and   WS-Operator = Lsh-Entered-By
              display  PY290    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ed000-Exit.
     if       WS-Reply = "R"
              move     "R"         to Lsh-Status
              move     WS-Operator to Lsh-Approver
              move     WS-Today    to Lsh-Appr-Date
              rewrite  PY-Leave-Share-Record
              go to    ed000-Exit.
*>
     if       WS-Donor-Bal < WS-Donor-Hours + WS-Pol-Donor-Min
              display  PY286    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ed000-Exit.
     move     WS-Donor-No to WS-Year-Donor.
     perform  az020-Year-Total.             *> counts this one as well
     if       WS-Year-Total > WS-Pol-Donor-Max
              display  PY287    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ed000-Exit.
     move     WS-Case-Hold to PY-Leave-Share-Case.
     if       WS-Pol-Case-Max not = zero
        and   Lsc-Credited + WS-Recip-Hours > WS-Pol-Case-Max
              display  PY291    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ed000-Exit.
*>
*> Post - donor down, recipient up, then the donation and the case.
*>
     move     WS-Donor-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       go to ed000-Exit
     end-read.
     subtract WS-Donor-Hours from Emp-Vac-Accum.
     rewrite  PY-Employee-Record.
     move     WS-Recip-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       go to ed000-Exit
     end-read.
     add      WS-Recip-Hours to Emp-Vac-Accum.
     rewrite  PY-Employee-Record.
*>
     move     WS-Don-Hold    to PY-Leave-Share-Record.
     move     "A"            to Lsh-Status.
     move     WS-Donor-Rate  to Lsh-Donor-Rate.
     move     WS-Recip-Rate  to Lsh-Recip-Rate.
     move     WS-Recip-Hours to Lsh-Recip-Hours.
     move     WS-Operator    to Lsh-Approver.
     move     WS-Today       to Lsh-Appr-Date.
     rewrite  PY-Leave-Share-Record.
     move     WS-Case-Hold   to PY-Leave-Share-Case.
     add      WS-Recip-Hours to Lsc-Credited.
     rewrite  PY-Leave-Share-Case.
     move     PY-Leave-Share-Case to WS-Case-Hold.
     display  "Approved and posted" at line 17 col 1.
*>
 ed000-Exit.  exit section.
*>
 fa000-Close-Case            section.
*>**********************************
*>
*> The emergency is over. Unused donated hours - the recipient's
*> vacation balance up to the hours credited - go back to the donors
*> in proportion to the hours each gave the recipient, turned back
*> into donor hours at the donation's own rates. The last donation
*> takes the rounding. Pending donations are rejected.
*>
     display  "Close A Case - Return Unused Hours" at line 1 col 1 with erase eos.
     perform  az030-May-Approve.
     if       Error-Code not = zero
              go to    fa000-Exit.
     perform  az010-Get-Case.
     if       Error-Code not = zero
              go to    fa000-Exit.
     if       not Lsc-Open
              display  PY294    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    fa000-Exit.
*>
     move     zero to WS-Appr-Count WS-Appr-Hours.
     move     zero to WS-Seq.
     perform  forever
              add      1 to WS-Seq
              move     WS-Sel-Case to Lsh-Case-No
              move     WS-Seq      to Lsh-Seq
              read     PY-Leave-Share-File key Lsh-Key
                       invalid key
                                exit perform
              end-read
              if       Lsh-Approved
                       add      1               to WS-Appr-Count
                       add      Lsh-Recip-Hours to WS-Appr-Hours
              end-if
     end-perform.
*>
     move     WS-Recip-No to WS-Sel-Emp.
     perform  az000-Get-Employee.
     if       Error-Code not = zero
              go to    fa000-Exit.
     move     WS-Case-Hold to PY-Leave-Share-Case.
     compute  WS-Unused = Lsc-Credited - Lsc-Returned.
     if       Emp-Vac-Accum < WS-Unused
              move     Emp-Vac-Accum to WS-Unused.
     if       WS-Appr-Hours = zero
              move     zero to WS-Unused.
     move     Emp-Vac-Accum to WS-Disp-Hrs.
     display  "Recipient's vacation balance" at line 8 col 1.
     display  WS-Disp-Hrs                    at line 8 col 31.
     move     WS-Unused to WS-Disp-Hrs.
     display  "Unused hours to return"       at line 9 col 1.
     display  WS-Disp-Hrs                    at line 9 col 31.
     display  "Close the case (Y/N) [ ]" at line 11 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 11 col 23 with UPPER UPDATE.
     if       WS-Reply not = "Y"
              go to    fa000-Exit.
*>
     move     WS-Unused to WS-Remaining.
     move     zero to WS-Seq.
     perform  forever
              add      1 to WS-Seq
              move     WS-Sel-Case to Lsh-Case-No
              move     WS-Seq      to Lsh-Seq
              read     PY-Leave-Share-File key Lsh-Key
                       invalid key
                                exit perform
              end-read
              evaluate true
                       when     Lsh-Pending
                                move     "R"         to Lsh-Status
                                move     WS-Operator to Lsh-Approver
                                move     WS-Today    to Lsh-Appr-Date
                                rewrite  PY-Leave-Share-Record
                       when     Lsh-Approved
                                perform  fb000-Return-Share
              end-evaluate
     end-perform.
*>
     move     WS-Recip-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       go to fa000-Exit
     end-read.
     subtract WS-Unused from Emp-Vac-Accum.
     rewrite  PY-Employee-Record.
     move     WS-Case-Hold to PY-Leave-Share-Case.
     add      WS-Unused    to Lsc-Returned.
     move     "C"          to Lsc-Status.
     move     WS-Today     to Lsc-Close-Date.
     move     WS-Operator  to Lsc-Closed-By.
     rewrite  PY-Leave-Share-Case.
     display  "Case closed, unused hours returned" at line 13 col 1.
     display  SY015    at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 fa000-Exit.  exit section.
*>
 fb000-Return-Share          section.
*>**********************************
*>
*> The approved donation in the buffer - its share of the unused
*> hours back to its donor.
*>
     subtract 1 from WS-Appr-Count.
     if       WS-Appr-Count = zero
              move     WS-Remaining to WS-Share
     else
              compute  WS-Share rounded =
                       WS-Unused * Lsh-Recip-Hours / WS-Appr-Hours
              if       WS-Share > WS-Remaining
                       move     WS-Remaining to WS-Share
              end-if
     end-if.
     subtract WS-Share from WS-Remaining.
     move     zero to WS-Back.
     if       Lsh-Donor-Rate not = zero
              compute  WS-Back rounded =
                       WS-Share * Lsh-Recip-Rate / Lsh-Donor-Rate.
     move     "T"          to Lsh-Status.
     move     WS-Share     to Lsh-Ret-Recip-Hours.
     move     WS-Back      to Lsh-Ret-Donor-Hours.
     move     WS-Today     to Lsh-Ret-Date.
     move     PY-Leave-Share-Record to WS-Don-Hold.
     move     Lsh-Donor-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       continue
              not invalid key
                       add      WS-Back to Emp-Vac-Accum
                       rewrite  PY-Employee-Record
     end-read.
     move     WS-Don-Hold to PY-Leave-Share-Record.
     rewrite  PY-Leave-Share-Record.
*>
 fb000-Exit.  exit section.
*>
 ga000-Audit-Register        section.
*>**********************************
*>
     display  "Shared Leave Audit Register" at line 1 col 1 with erase eos.
     move     zero to WS-Sel-Case.
     display  "Case number, 0 = all   [     ]" at line 3 col 1.
     accept   WS-Sel-Case at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ga000-Exit.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     move     WS-Sel-Case to Lsh-Case-No.
     if       Lsh-Case-No = zero
              move     1 to Lsh-Case-No.
     move     zero to Lsh-Seq.
     start    PY-Leave-Share-File key not < Lsh-Key
              invalid key
                       go to ga000-Exit
     end-start.
     open     output Print-File.
     initiate Leave-Share-Register.
     perform  forever
              read     PY-Leave-Share-File next record at end
                       exit perform
              end-read
              if       PY-Lsh-Status not = "00"
                       exit perform
              end-if
              if       WS-Sel-Case not = zero
                 and   Lsh-Case-No not = WS-Sel-Case
                       exit perform
              end-if
              move     Lsh-Case-No to WS-Rg-Case
              if       Lsh-Seq = zero
                       perform  gb000-Case-Line
              else
                       perform  gc000-Donation-Line
              end-if
     end-perform.
     terminate
              Leave-Share-Register.
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
 ga000-Exit.  exit section.
*>
 gb000-Case-Line             section.
*>**********************************
*>
*> The case header is in the buffer - the employee read does not
*> disturb it.
*>
     move     Lsc-Recip-No to Emp-No.
     move     spaces to WS-Rg-Recip-Name.
     read     PY-Employee-File key Emp-No
              not invalid key
                       move     Emp-Name to WS-Rg-Recip-Name
     end-read.
     if       Lsc-Reason = "F"
              move     "Family member" to WS-Rg-Reason
     else
              move     "Own illness"   to WS-Rg-Reason.
     evaluate true
              when Lsc-Pending   move "Pending"  to WS-Rg-Status
              when Lsc-Open      move "Open"     to WS-Rg-Status
              when Lsc-Closed    move "Closed"   to WS-Rg-Status
              when other         move "Rejected" to WS-Rg-Status
     end-evaluate.
     move     zero to WS-Rg-Don-Hrs WS-Rg-Rcp-Hrs.
     move     1    to WS-Rg-Cases.
     move     Lsc-Credited to WS-Rg-Credited.
     move     Lsc-Returned to WS-Rg-Returned.
     generate Lsh-Case-Detail.
*>
 gb000-Exit.  exit section.
*>
 gc000-Donation-Line         section.
*>**********************************
*>
     move     Lsh-Donor-No to Emp-No.
     move     spaces to WS-Rg-Donor-Name.
     read     PY-Employee-File key Emp-No
              not invalid key
                       move     Emp-Name to WS-Rg-Donor-Name
     end-read.
     move     zero to WS-Rg-Don-Hrs WS-Rg-Rcp-Hrs
                      WS-Rg-Cases WS-Rg-Credited WS-Rg-Returned.
     evaluate true
              when Lsh-Pending
                       move "Pending"  to WS-Rg-Status
              when Lsh-Approved
                       move "Approved" to WS-Rg-Status
              when Lsh-Returned
                       move "Returned" to WS-Rg-Status
              when other
                       move "Rejected" to WS-Rg-Status
     end-evaluate.
     if       Lsh-Approved or Lsh-Returned
              move     Lsh-Donor-Hours to WS-Rg-Don-Hrs
              move     Lsh-Recip-Hours to WS-Rg-Rcp-Hrs.
     generate Lsh-Donation-Detail.
*>
 gc000-Exit.  exit section.
