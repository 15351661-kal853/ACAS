       >>source free
*>****************************************************************
*>     Third-Party Remittances To The Purchase Ledger             *
*>                                                                *
*>            Uses RW (Report writer for prints)                  *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyplpost.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Posts the remittances pyremit has staged for
*>                      payees paid through the ACAS Purchase Ledger
*>                      (Pye-Remit-Method L) as supplier invoices, so
*>                      accounts payable no longer keys each one again,
*>                      and takes the Purchase Ledger's payments back
*>                      so payroll can see which garnishment and union
*>                      remittances have cleared.
*>
*>                      P - Post. Run after pyremit. Every staged line
*>                          of an L payee becomes an invoice on the
*>                          payee's supplier account (Pye-PL-Supplier)
*>                          dated the remittance date, due after the
*>                          payee's terms (Pye-PL-Terms days) and
*>                          distributed to the GL number of the payee's
*>                          liability account (Pye-Liab-Act on pyact).
*>                          The invoice reference is PYyymmddnnnn - the
*>                          remittance date and payee - and is held on
*>                          PY-Remit-PL-File, so a line already posted
*>                          is never posted again. Pass 1 shows the
*>                          batch control (lines, amount, those left
*>                          and why) and nothing is written until the
*>                          operator says so; pass 2 writes the
*>                          register and the invoice batch (H / I / T
*>                          lines) added to pyplinv.txt for the
*>                          Purchase Ledger to take in, and prints the
*>                          posting list.
*>                      U - Update paid status from the Purchase
*>                          Ledger's payments file (pyplpay.txt) -
*>                          supplier, invoice reference, date paid,
*>                          amount, payment reference. Checked against
*>                          the inbound file registry (pyireg) first
*>                          and every register record changed is
*>                          imaged so pyinbound can back it out.
*>                      R - Register listing - open items (with days
*>                          overdue) or all, with paid status.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyireg  - inbound file registry / images.
*>                      pyrcapt - report repository.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, DATE-OF-INTEGER, INTEGER-OF-DATE,
*>                      NUMVAL, TEST-NUMVAL, TRIM.
*>    Files used :
*>                      pypr1.       Params.
*>                      pyremit.txt  Staged remittances - Input.
*>                      pypayee.     Third-Party Payee Master - Input.
*>                      pyact.       PY Accounts - Input.
*>                      pyrpl.       Remittances posted to the PL - I-O.
*>                      pyplinv.txt  PL invoice batch staging - Extend.
*>                      pyplpay.txt  PL payments - Input.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001, 2, PY454 - 456, PY468, PY501 - 508.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Final total label sizes corrected to their text.
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
 copy "selpyrmo.cob".
 copy "selpypye.cob".
 copy "selpyact.cob".
 copy "selpyrpl.cob".
 copy "selpyplv.cob".
 copy "selpyplp.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyrmo.cob".
 copy "fdpypye.cob".
 copy "fdpyact.cob".
 copy "fdpyrpl.cob".
 copy "fdpyplv.cob".
 copy "fdpyplp.cob".
*>
 fd  Print-File
     reports are PL-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyplpost (1.0.01)".  *> First release pre testing.
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
     03  PY-Rmo-Status       pic xx.
     03  PY-Pye-Status       pic xx.
     03  PY-Act-Status       pic xx.
     03  PY-Rpl-Status       pic xx.
     03  PY-Plv-Status       pic xx.
     03  PY-Plp-Status       pic xx.
     03  WS-Pye-Open         pic x        value "N".
     03  WS-Act-Open         pic x        value "N".
     03  WS-Imp-Refused      pic x        value "N".
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
     03  WS-Rep-Title        pic x(50)    value spaces.
     03  WS-Open-Only        pic x        value "Y".
*>
*> What becomes of a staged line - P = post, N = not a Purchase
*> Ledger payee, D = already posted, E = in error (WS-Remark says).
*>
     03  WS-Outcome          pic x        value space.
     03  WS-Remark           pic x(30)    value spaces.
     03  WS-Inv-Ref          pic x(12)    value spaces.
     03  WS-Due-Date         pic 9(8)     value zero.
     03  WS-GL-No            pic 9(6)     value zero.
     03  WS-Days             pic s9(5)    comp value zero.
     03  WS-Days-Disp        pic zzzz9.
*>
*> Batch control and counts
*>
     03  WS-Cnt-Read         pic 9(5)     value zero.
     03  WS-Cnt-Post         pic 9(5)     value zero.
     03  WS-Cnt-Not-PL       pic 9(5)     value zero.
     03  WS-Cnt-Dup          pic 9(5)     value zero.
     03  WS-Cnt-Error        pic 9(5)     value zero.
     03  WS-Cnt-Loaded       pic 9(5)     value zero.
     03  WS-Cnt-Rejected     pic 9(5)     value zero.
     03  WS-Tot-Post         pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Amount       pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Paid         pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Open         pic s9(9)v99 comp-3 value zero.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-Amt         pic z,zzz,zz9.99.
*>
*> Invoice batch line build
*>
     03  WS-Plv-Line         pic x(100)   value spaces.
     03  WS-Plv-Amt          pic z(8)9.99.
     03  WS-Plv-Recs         pic 9(5).
     03  WS-Plv-Co           pic 999.
*>
*> Payments file fields
*>
     03  WS-Fld-Supplier     pic x(7)     value spaces.
     03  WS-Fld-Ref          pic x(12)    value spaces.
     03  WS-Fld-Date         pic x(10)    value spaces.
     03  WS-Fld-Amt          pic x(14)    value spaces.
     03  WS-Fld-Pay-Ref      pic x(10)    value spaces.
     03  WS-Pay-Date         pic 9(8)     value zero.
     03  WS-Pay-Amt          pic 9(8)v99  value zero.
*>
*> The line being printed.
*>
 01  WS-Print-Line.
     03  WS-Pr-Ref           pic x(12).
     03  WS-Pr-Date          pic 9(8).
     03  WS-Pr-Payee-No      pic 9(4).
     03  WS-Pr-Payee-Name    pic x(32).
     03  WS-Pr-Supplier      pic x(7).
     03  WS-Pr-Amount        pic 9(8)v99  comp-3.
     03  WS-Pr-Due           pic 9(8).
     03  WS-Pr-Paid          pic 9(8)v99  comp-3.
     03  WS-Pr-GL            pic 9(6).
     03  WS-Pr-Remark        pic x(30).
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
     03  PY501           pic x(60) value "PY501 Staged remittance file not found - run pyremit first".
     03  PY502           pic x(52) value "PY502 Nothing to post to the Purchase Ledger found".
     03  PY503           pic x(51) value "PY503 Purchase Ledger payments file not found".
     03  PY504           pic x(49) value "PY504 Payee master not found - run pypayee first".
     03  PY505           pic x(54) value "PY505 Lines in error are left - see the posting list".
     03  PY506           pic x(52) value "PY506 Remittances posted to the Purchase Ledger".
     03  PY507           pic x(42) value "PY507 Nothing on the register to list".
     03  PY508           pic x(56) value "PY508 Purchase Ledger register not available - aborting".
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
 RD  PL-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-PL-Head  Type Page Heading.
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
         05  col  40     pic x(50)   source WS-Rep-Title.
     03  line  4.
         05  col   1                 value "Invoice Ref  Remitted   Payee -- Name ------------------------  Supplier       Amount    Due Date  GL No        Paid  Remarks".
*>
 01  PL-Detail type is detail.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Pr-Ref.
         05  col  14     pic 9999/99/99    source WS-Pr-Date.
         05  col  25     pic 9(4)          source WS-Pr-Payee-No.
         05  col  30     pic x(32)         source WS-Pr-Payee-Name.
         05  col  64     pic x(7)          source WS-Pr-Supplier.
         05  col  72     pic zz,zzz,zz9.99 source WS-Pr-Amount.
         05  col  86     pic 9999/99/99    source WS-Pr-Due   blank when zero.
         05  col  97     pic z(5)9         source WS-Pr-GL    blank when zero.
         05  col 104     pic zzz,zz9.99    source WS-Pr-Paid  blank when zero.
         05  col 115     pic x(18)         source WS-Pr-Remark.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(25)         value "Lines / items           :".
         05  col 27          pic zzzz9         source WS-Cnt-Read.
     03  line + 1.
         05  col  1          pic x(25)         value "Amount                  :".
         05  col 26          pic zz,zzz,zz9.99 source WS-Tot-Amount.
     03  line + 1.
         05  col  1          pic x(25)         value "Paid                    :".
         05  col 26          pic zz,zzz,zz9.99 source WS-Tot-Paid.
     03  line + 1.
         05  col  1          pic x(25)         value "Outstanding             :".
         05  col 26          pic zz,zzz,zz9.99- source WS-Tot-Open.
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
     display  "Remittances To The Purchase Ledger" at 0125 with foreground-color 2.
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
*> A training company (pytrain) never produces a file for outside.
*>
     if       PY-PR9-Training = "Y"
              display  PY468         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Param1-File
              goback   returning 9
     end-if.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
*>
     open     i-o PY-Remit-PL-File.
     if       PY-Rpl-Status = "35"        *> first ever use
              open     output PY-Remit-PL-File
              close    PY-Remit-PL-File
              open     i-o PY-Remit-PL-File
     end-if.
     if       PY-Rpl-Status not = "00"
              display  PY508         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              goback   returning 4
     end-if.
     open     input PY-Payee-File.
     if       PY-Pye-Status = "00"
              move     "Y" to WS-Pye-Open.
     open     input PY-Accounts-File.
     if       PY-Act-Status = "00"
              move     "Y" to WS-Act-Open.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Remit-PL-File.
     if       WS-Pye-Open = "Y"
              close    PY-Payee-File.
     if       WS-Act-Open = "Y"
              close    PY-Accounts-File.
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
     display  "Remittances To The Purchase Ledger"       at line 1 col 25 with foreground-color 2.
     display  "P = Post, U = Update paid, R = Register, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 52 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "P"  perform ba000-Post
              when "U"  perform ca000-Update-Paid
              when "R"  perform da000-Register
              when other
                        continue
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Post                  section.
*>**********************************
*>
     if       WS-Pye-Open not = "Y"
              display  PY504    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ba000-Exit.
     open     input PY-Remit-File.
     if       PY-Rmo-Status not = "00"
              display  PY501    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ba000-Exit.
*>
*> Pass 1 - the batch control, nothing written.
*>
     move     zero to WS-Cnt-Read WS-Cnt-Post WS-Cnt-Not-PL WS-Cnt-Dup
                      WS-Cnt-Error WS-Tot-Post.
     perform  forever
              read     PY-Remit-File at end
                       exit perform
              end-read
              if       PY-Rmo-Status not = "00"
                       exit perform
              end-if
              if       PY-Remit-Record = spaces
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Read
              perform  ba010-Classify
              evaluate WS-Outcome
                       when     "P"
                                add      1          to WS-Cnt-Post
                                add      Rmo-Amount to WS-Tot-Post
                       when     "N"
                                add      1 to WS-Cnt-Not-PL
                       when     "D"
                                add      1 to WS-Cnt-Dup
                       when     other
                                add      1 to WS-Cnt-Error
              end-evaluate
     end-perform.
     close    PY-Remit-File.
*>
     display  "Purchase Ledger posting batch control"    at line  5 col 5 with erase eos.
     display  "Staged lines read     : "                 at line  7 col 5.
     move     WS-Cnt-Read to WS-Disp-Cnt.
     display  WS-Disp-Cnt                                at line  7 col 30.
     display  "Invoices to post      : "                 at line  8 col 5.
     move     WS-Cnt-Post to WS-Disp-Cnt.
     display  WS-Disp-Cnt                                at line  8 col 30.
     display  "Amount to post        : "                 at line  9 col 5.
     move     WS-Tot-Post to WS-Disp-Amt.
     display  WS-Disp-Amt                                at line  9 col 30.
     display  "Paid by check / ACH   : "                 at line 10 col 5.
     move     WS-Cnt-Not-PL to WS-Disp-Cnt.
     display  WS-Disp-Cnt                                at line 10 col 30.
     display  "Already posted        : "                 at line 11 col 5.
     move     WS-Cnt-Dup to WS-Disp-Cnt.
     display  WS-Disp-Cnt                                at line 11 col 30.
     display  "In error, left        : "                 at line 12 col 5.
     move     WS-Cnt-Error to WS-Disp-Cnt.
     display  WS-Disp-Cnt                                at line 12 col 30.
     if       WS-Cnt-Post = zero
              display  PY502    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ba000-Exit.
     if       WS-Cnt-Error not = zero
              display  PY505    at line WS-23-Lines col 1 foreground-color 4 erase eol.
     display  "Post these invoices to the Purchase Ledger (Y/N) [ ]"
                                        at line WS-22-Lines col 01
                                        with foreground-color 3.
     move     "N" to WS-Reply.
     accept   WS-Reply        at line WS-22-Lines col 51 UPPER.
     if       WS-Reply not = "Y"
              go to    ba000-Exit.
*>
*> Pass 2 - the register, the invoice batch and the posting list.
*>
     open     input PY-Remit-File.
     open     extend PY-PL-Inv-File.
     if       PY-Plv-Status = "35"
              open     output PY-PL-Inv-File
     end-if.
     move     WS-Co-Code to WS-Plv-Co.
     move     spaces to WS-Plv-Line.
     string   "H,"       delimited by size
              WS-Today   delimited by size
              ","        delimited by size
              WS-Plv-Co  delimited by size
              into WS-Plv-Line.
     move     WS-Plv-Line to PY-PL-Inv-Line.
     write    PY-PL-Inv-Line.
*>
     move     "Remittances Posted To The Purchase Ledger" to WS-Rep-Title.
     move     zero to WS-Cnt-Read WS-Cnt-Post WS-Tot-Post WS-Tot-Amount
                      WS-Tot-Paid WS-Tot-Open.
     open     output Print-File.
     initiate PL-Report.
     perform  forever
              read     PY-Remit-File at end
                       exit perform
              end-read
              if       PY-Rmo-Status not = "00"
                       exit perform
              end-if
              if       PY-Remit-Record = spaces
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Read
              perform  ba010-Classify
              if       WS-Outcome = "P"
                       perform  ba020-Post-One
              end-if
              move     WS-Inv-Ref     to WS-Pr-Ref
              move     Rmo-Date       to WS-Pr-Date
              move     Rmo-Payee-No   to WS-Pr-Payee-No
              move     Rmo-Payee-Name to WS-Pr-Payee-Name
              move     Pye-PL-Supplier to WS-Pr-Supplier
              move     Rmo-Amount     to WS-Pr-Amount
              move     WS-Due-Date    to WS-Pr-Due
              move     WS-GL-No       to WS-Pr-GL
              move     zero           to WS-Pr-Paid
              move     WS-Remark      to WS-Pr-Remark
              generate PL-Detail
              add      Rmo-Amount     to WS-Tot-Amount
     end-perform.
     close    PY-Remit-File.
*>
     move     WS-Cnt-Post to WS-Plv-Recs.
     move     WS-Tot-Post to WS-Plv-Amt.
     move     spaces to WS-Plv-Line.
     string   "T,"                               delimited by size
              WS-Plv-Recs                        delimited by size
              ","                                delimited by size
              FUNCTION TRIM (WS-Plv-Amt LEADING) delimited by size
              into WS-Plv-Line.
     move     WS-Plv-Line to PY-PL-Inv-Line.
     write    PY-PL-Inv-Line.
     close    PY-PL-Inv-File.
*>
     move     WS-Tot-Post to WS-Tot-Open.
     terminate PL-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
     display  PY506    at line WS-23-Lines col 1 foreground-color 2 erase eol.
     display  SY015    at line WS-Lines    col 1.
     accept   WS-Reply at line WS-Lines    col 58.
*>
 ba000-Exit.  exit section.
*>
 ba010-Classify              section.
*>**********************************
*>
*> The staged line in PY-Remit-Record - WS-Outcome and WS-Remark
*> say what is to become of it; for one to post the invoice
*> reference, due date and GL number are left ready.
*>
     move     space  to WS-Outcome.
     move     spaces to WS-Remark.
     move     zero   to WS-Due-Date WS-GL-No.
     move     spaces to WS-Inv-Ref.
     string   "PY"               delimited by size
              Rmo-Date (3:6)     delimited by size
              Rmo-Payee-No       delimited by size
              into WS-Inv-Ref.
     move     Rmo-Payee-No to Pye-Payee-No.
     read     PY-Payee-File key Pye-Payee-No
              invalid key
                       move     spaces to Pye-PL-Supplier
                       move     "E"    to WS-Outcome
                       move     "Payee not on master"     to WS-Remark
                       go to    ba010-Exit
     end-read.
     if       not Pye-By-PL
              move     spaces to Pye-PL-Supplier
              move     "N"    to WS-Outcome
              move     "Check / ACH - not posted" to WS-Remark
              go to    ba010-Exit.
     if       Pye-PL-Supplier = spaces
              move     "E"    to WS-Outcome
              move     "No supplier account"      to WS-Remark
              go to    ba010-Exit.
     move     WS-Inv-Ref to Rpl-Inv-Ref.
     read     PY-Remit-PL-File key Rpl-Inv-Ref
              not invalid key
                       move     "D"    to WS-Outcome
                       move     "Already posted"          to WS-Remark
                       move     Rpl-Due-Date to WS-Due-Date
                       move     Rpl-GL-No    to WS-GL-No
                       go to    ba010-Exit
     end-read.
     if       WS-Act-Open not = "Y"
              move     "E"    to WS-Outcome
              move     "PY accounts file missing" to WS-Remark
              go to    ba010-Exit.
     move     Pye-Liab-Act to Act-No.
     read     PY-Accounts-File key Act-No
              invalid key
                       move     "E"    to WS-Outcome
                       move     "Liability acct not on file" to WS-Remark
                       go to    ba010-Exit
     end-read.
     if       Act-GL-No = zero
              move     "E"    to WS-Outcome
              move     "Liability acct has no GL"  to WS-Remark
              go to    ba010-Exit.
     move     Act-GL-No to WS-GL-No.
     compute  WS-Due-Date = DATE-OF-INTEGER (INTEGER-OF-DATE (Rmo-Date) + Pye-PL-Terms).
     move     "P"    to WS-Outcome.
     move     "Posted"       to WS-Remark.
*>
 ba010-Exit.  exit section.
*>
 ba020-Post-One              section.
*>**********************************
*>
     initialize PY-Remit-PL-Record.
     move     WS-Inv-Ref       to Rpl-Inv-Ref.
     move     Rmo-Date         to Rpl-Remit-Date
                                  Rpl-Inv-Date.
     move     Rmo-Payee-No     to Rpl-Payee-No.
     move     Rmo-Payee-Name   to Rpl-Payee-Name.
     move     Pye-PL-Supplier  to Rpl-Supplier.
     move     Rmo-Amount       to Rpl-Amount.
     move     WS-Due-Date      to Rpl-Due-Date.
     move     Pye-PL-Terms     to Rpl-Terms.
     move     Pye-Liab-Act     to Rpl-Liab-Act.
     move     WS-GL-No         to Rpl-GL-No.
     move     "O"              to Rpl-Status.
     move     WS-Operator      to Rpl-Posted-By.
     write    PY-Remit-PL-Record
              invalid key
                       move     "E" to WS-Outcome
                       move     "Register write failed" to WS-Remark
                       go to    ba020-Exit
     end-write.
*>
     move     Rmo-Amount to WS-Plv-Amt.
     move     spaces to WS-Plv-Line.
     string   "I,"                               delimited by size
              Pye-PL-Supplier                    delimited by space
              ","                                delimited by size
              WS-Inv-Ref                         delimited by size
              ","                                delimited by size
              Rmo-Date                           delimited by size
              ","                                delimited by size
              WS-Due-Date                        delimited by size
              ","                                delimited by size
              FUNCTION TRIM (WS-Plv-Amt LEADING) delimited by size
              ","                                delimited by size
              WS-GL-No                           delimited by size
              ","                                delimited by size
              FUNCTION TRIM (Rmo-Payee-Name TRAILING) delimited by size
              into WS-Plv-Line.
     move     WS-Plv-Line to PY-PL-Inv-Line.
     write    PY-PL-Inv-Line.
     add      1          to WS-Cnt-Post.
     add      Rmo-Amount to WS-Tot-Post.
*>
 ba020-Exit.  exit section.
*>
 ca000-Update-Paid           section.
*>**********************************
*>
*> supplier,invoice ref,paid date,amount,payment ref per line - each
*> payment added to its invoice's paid amount, the invoice marked
*> part paid or paid.
*>
     open     input PY-PL-Pay-File.
     if       PY-Plp-Status not = "00"
              display  PY503    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca000-Exit.
     perform  zz090-Check-Inbound.
     if       WS-Imp-Refused = "Y"
              close    PY-PL-Pay-File
              go to    ca000-Exit.
     perform  zz092-Open-Inbound.
*>
     move     "Purchase Ledger Payments Taken Back" to WS-Rep-Title.
     move     zero to WS-Cnt-Read WS-Cnt-Loaded WS-Cnt-Rejected
                      WS-Tot-Amount WS-Tot-Paid WS-Tot-Open.
     open     output Print-File.
     initiate PL-Report.
     perform  forever
              read     PY-PL-Pay-File at end
                       exit perform
              end-read
              if       PY-Plp-Status not = "00"
                       exit perform
              end-if
              if       PY-PL-Pay-Line = spaces
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Read
              perform  ca010-One-Payment
              generate PL-Detail
     end-perform.
     terminate PL-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
     perform  zz095-Finish-Inbound.
     close    PY-PL-Pay-File.
*>
     move     WS-Cnt-Loaded to WS-Disp-Cnt.
     display  "Payments applied  : " at line 6 col 5 with erase eos.
     display  WS-Disp-Cnt            at line 6 col 25.
     move     WS-Cnt-Rejected to WS-Disp-Cnt.
     display  "Lines rejected    : " at line 7 col 5.
     display  WS-Disp-Cnt            at line 7 col 25.
     display  SY015                  at line WS-Lines col 1.
     accept   WS-Reply               at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 ca010-One-Payment           section.
*>**********************************
*>
     move     spaces to WS-Fld-Supplier WS-Fld-Ref WS-Fld-Date
                        WS-Fld-Amt WS-Fld-Pay-Ref WS-Print-Line.
     move     zero   to WS-Pr-Date WS-Pr-Payee-No WS-Pr-Amount WS-Pr-Due
                        WS-Pr-Paid WS-Pr-GL.
     unstring PY-PL-Pay-Line delimited by ","
              into WS-Fld-Supplier
                   WS-Fld-Ref
                   WS-Fld-Date
                   WS-Fld-Amt
                   WS-Fld-Pay-Ref
     end-unstring.
     move     WS-Fld-Ref      to WS-Pr-Ref.
     move     WS-Fld-Supplier to WS-Pr-Supplier.
     if       TEST-NUMVAL (WS-Fld-Date) not = zero
        or    TEST-NUMVAL (WS-Fld-Amt)  not = zero
              move     "Date or amount invalid"  to WS-Pr-Remark
              add      1 to WS-Cnt-Rejected
              go to    ca010-Exit.
     compute  WS-Pay-Date = NUMVAL (WS-Fld-Date).
     compute  WS-Pay-Amt  = NUMVAL (WS-Fld-Amt).
     move     WS-Pay-Amt to WS-Pr-Paid.
     move     WS-Fld-Ref to Rpl-Inv-Ref.
     read     PY-Remit-PL-File key Rpl-Inv-Ref
              invalid key
                       move     "Not posted from payroll" to WS-Pr-Remark
                       add      1 to WS-Cnt-Rejected
                       go to    ca010-Exit
     end-read.
     move     Rpl-Remit-Date to WS-Pr-Date.
     move     Rpl-Payee-No   to WS-Pr-Payee-No.
     move     Rpl-Payee-Name to WS-Pr-Payee-Name.
     move     Rpl-Amount     to WS-Pr-Amount.
     move     Rpl-Due-Date   to WS-Pr-Due.
     move     Rpl-GL-No      to WS-Pr-GL.
     if       Rpl-Supplier not = WS-Fld-Supplier
              move     "Supplier does not match" to WS-Pr-Remark
              add      1 to WS-Cnt-Rejected
              go to    ca010-Exit.
*>
     add      WS-Pay-Amt     to Rpl-Paid-Amt.
     move     WS-Pay-Date    to Rpl-Paid-Date.
     move     WS-Fld-Pay-Ref to Rpl-Pay-Ref.
     if       Rpl-Paid-Amt not < Rpl-Amount
              move     "P" to Rpl-Status
              move     "Paid"      to WS-Pr-Remark
     else
              move     "T" to Rpl-Status
              move     "Part paid" to WS-Pr-Remark
     end-if.
     perform  zz091-Image-Rpl.
     rewrite  PY-Remit-PL-Record.
     add      1          to WS-Cnt-Loaded.
     add      Rpl-Amount to WS-Tot-Amount.
     add      WS-Pay-Amt to WS-Tot-Paid.
     compute  WS-Tot-Open = WS-Tot-Amount - WS-Tot-Paid.
*>
 ca010-Exit.  exit section.
*>
 da000-Register              section.
*>**********************************
*>
     display  "O = Open items only, A = All [O]" at line 5 col 1 with erase eos.
     move     "O" to WS-Reply.
     accept   WS-Reply at line 5 col 31 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     if       WS-Reply = "A"
              move     "N" to WS-Open-Only
              move     "Purchase Ledger Remittance Register - All"        to WS-Rep-Title
     else
              move     "Y" to WS-Open-Only
              move     "Purchase Ledger Remittance Register - Open Items" to WS-Rep-Title
     end-if.
*>
     move     zero to WS-Cnt-Read WS-Tot-Amount WS-Tot-Paid WS-Tot-Open.
     move     spaces to Rpl-Inv-Ref.
     start    PY-Remit-PL-File key not < Rpl-Inv-Ref
              invalid key
                       move     "23" to PY-Rpl-Status
     end-start.
     if       PY-Rpl-Status not = "00"
              display  PY507    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
     open     output Print-File.
     initiate PL-Report.
     perform  forever
              read     PY-Remit-PL-File next record at end
                       exit perform
              end-read
              if       PY-Rpl-Status not = "00"
                       exit perform
              end-if
              if       WS-Open-Only = "Y"
                 and   Rpl-Paid
                       exit perform cycle
              end-if
              perform  da010-Register-Line
     end-perform.
     terminate PL-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
 da000-Exit.  exit section.
*>
 da010-Register-Line         section.
*>**********************************
*>
     add      1 to WS-Cnt-Read.
     move     Rpl-Inv-Ref    to WS-Pr-Ref.
     move     Rpl-Remit-Date to WS-Pr-Date.
     move     Rpl-Payee-No   to WS-Pr-Payee-No.
     move     Rpl-Payee-Name to WS-Pr-Payee-Name.
     move     Rpl-Supplier   to WS-Pr-Supplier.
     move     Rpl-Amount     to WS-Pr-Amount.
     move     Rpl-Due-Date   to WS-Pr-Due.
     move     Rpl-GL-No      to WS-Pr-GL.
     move     Rpl-Paid-Amt   to WS-Pr-Paid.
     move     spaces         to WS-Pr-Remark.
     evaluate true
              when     Rpl-Paid
                       string   "Paid "        delimited by size
                                Rpl-Pay-Ref    delimited by space
                                into WS-Pr-Remark
              when     other
                       compute  WS-Days = INTEGER-OF-DATE (WS-Today)
                                        - INTEGER-OF-DATE (Rpl-Due-Date)
                       if       WS-Days > zero
                                move     WS-Days to WS-Days-Disp
                                string   "Overdue "     delimited by size
                                         FUNCTION TRIM (WS-Days-Disp LEADING)
                                                        delimited by size
                                         " days"        delimited by size
                                         into WS-Pr-Remark
                       else
                                if       Rpl-Part-Paid
                                         move     "Part paid, not due" to WS-Pr-Remark
                                else
                                         move     "Not yet due"        to WS-Pr-Remark
                                end-if
                       end-if
     end-evaluate.
     generate PL-Detail.
     add      Rpl-Amount   to WS-Tot-Amount.
     add      Rpl-Paid-Amt to WS-Tot-Paid.
     compute  WS-Tot-Open = WS-Tot-Amount - WS-Tot-Paid.
*>
 da010-Exit.  exit section.
*>
 zz090-Check-Inbound         section.
*>**********************************
*>
*> The payments file is fingerprinted against the inbound registry
*> before anything is taken - one this program has already imported
*> (and not backed out) is refused unless an Admin takes it again
*> and says why.
*>
     move     "N" to WS-Imp-Refused.
     initialize PY-Import-Request.
     move     "C"        to Irq-Action.
     move     prog-name  to Irq-Prog.
     move     File-182   to Irq-File-Name.
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
 zz091-Image-Rpl             section.
*>**********************************
*>
*> Before and after image of the PYRPL record about to be rewritten
*> - the caller has the new record built.
*>
     if       Irq-Seq = zero
              go to    zz091-Exit.
     move     PY-Remit-PL-Record to Irq-After.
     move     "PYRPL" to Irq-File-Id.
     move     Rpl-Inv-Ref to Irq-Rec-Key.
     read     PY-Remit-PL-File key Rpl-Inv-Ref
              invalid key
                       move     "W"    to Irq-Img-Action
                       move     spaces to Irq-Before
              not invalid key
                       move     "R"    to Irq-Img-Action
                       move     PY-Remit-PL-Record to Irq-Before
     end-read.
     move     Irq-After to PY-Remit-PL-Record.
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
*> Counts and the amount applied on the registry entry, marked
*> Complete.
*>
     if       Irq-Seq = zero
              go to    zz095-Exit.
     move     "F" to Irq-Action.
     move     WS-Cnt-Loaded   to Irq-Loaded.
     move     WS-Cnt-Rejected to Irq-Rejected.
     move     WS-Tot-Paid     to Irq-Control-Total.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz095-Exit.  exit section.
*>
