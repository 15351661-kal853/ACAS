       >>source free
*>****************************************************************
*>          Intercompany Labor Chargeback Between Companies      *
*>                                                               *
*>            Uses RW (Report writer for prints)                 *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyicchg.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Staff on this company's payroll who work jobs
*>                      or departments belonging to another company in
*>                      the group are recharged to that company at
*>                      gross plus an employer burden rate, instead of
*>                      the quarterly rebilling spreadsheet:
*>
*>                      M - Rule maintenance: a job (Hrs-Job-Tag as
*>                          carried to the job cost file) or a
*>                          department (Emp-Dept) mapped to its owning
*>                          company, with the burden percent (taxes,
*>                          benefits, workers' comp) and the PY
*>                          account numbers the due-to / due-from
*>                          journal uses in each company. The owning
*>                          company must be on the company directory
*>                          (pycons) and every account on its own
*>                          company's accounts file.
*>                      C - Chargeback run for one check date, after
*>                          the apply has finished (pyrunctl step 4):
*>                            Job rules - each job cost transaction
*>                              (pyjct) for a mapped job.
*>                            Department rules - the rest of the
*>                              check (check history gross and hours
*>                              less all job-tagged work) of employees
*>                              whose Emp-Dept is mapped.
*>                          Under batch control, as the labor
*>                          distribution posting (py900 ab080): pass 1
*>                          prices every line and builds the due-to /
*>                          due-from journal per company with its
*>                          control totals (records, debits, credits)
*>                          and shows them WITHOUT writing anything -
*>                          an unreachable owning company, a missing
*>                          account or an out of balance batch stops
*>                          it there; only on the operator's say-so
*>                          does pass 2 write the chargeback ledger,
*>                          stage each company's journal batch in its
*>                          own data directory and print the billing
*>                          statement with the journal batches.
*>                            Home company  - Dr due from owner,
*>                                            Cr labor cost recovered.
*>                            Owner company - Dr labor expense,
*>                                            Cr due to home company.
*>                          A check date already charged is refused.
*>                      S - Billing statement reprint from the ledger
*>                          for a range of check dates (the quarter
*>                          finance bills), for one owning company or
*>                          all.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrunctl - apply finished check.
*>                      pyrcapt  - report repository.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, TRIM.
*>    Files used :
*>                      pypr1.   Params - this and each owner's - Input.
*>                      pyicr.   Chargeback Rules - I-O.
*>                      pyicl.   Chargeback Ledger - I-O.
*>                      pyicjnl. Journal staging, each company - Extend.
*>                      pycdir.  Company Directory - Input.
*>                      pyemp.   Employee File - Input.
*>                      pyjct.   Job Cost Transactions - Input.
*>                      pychkh.  Check History - Input.
*>                      pyact.   PY Accounts, each company - Input.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001, 2, PY486 - 498.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Msg sizes corrected to their text.
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
 copy "selpyicr.cob".
 copy "selpyicl.cob".
 copy "selpyicj.cob".
 copy "selpycdir.cob".
 copy "selpyemp.cob".
 copy "selpyjct.cob".
 copy "selpychkh.cob".
 copy "selpyact.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyicr.cob".
 copy "fdpyicl.cob".
 copy "fdpyicj.cob".
 copy "fdpycdir.cob".
 copy "fdpyemp.cob".
 copy "fdpyjct.cob".
 copy "fdpychkh.cob".
 copy "fdpyact.cob".
*>
 fd  Print-File
     reports are IC-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyicchg (1.0.01)".  *> First release pre testing.
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
 copy "wspyrunq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-PR1-Status       pic xx.
     03  PY-Icr-Status       pic xx.
     03  PY-Icl-Status       pic xx.
     03  PY-Icj-Status       pic xx.
     03  PY-Cdir-Status      pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Jct-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Act-Status       pic xx.
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
     03  WS-Line             pic 99       value zero.
     03  WS-New-Entry        pic x        value "N".
     03  WS-Found            pic x        value "N".
     03  WS-Cdir-Open        pic x        value "N".
     03  WS-Home-Co          pic 999      value zero.
     03  WS-Home-Name        pic x(60)    value spaces.
     03  WS-Check-Date       pic 9(8)     value zero.
     03  WS-St-From          pic 9(8)     value zero.
     03  WS-St-To            pic 9(8)     value zero.
     03  WS-St-Owner         pic 999      value zero.
     03  WS-Print-Jnl        pic x        value "N".
*>
*> Where each company's files are - the live names are kept and put
*> back after every company is read (as pycons).
*>
     03  WS-Delim            pic x        value "/".
     03  WS-Cur-Dir          pic x(200)   value spaces.
     03  WS-Cur-Co           pic 999      value zero.
     03  WS-Live-Name        pic x(532).
     03  WS-Co-Path          pic x(532).
     03  WS-Live-39          pic x(532).
     03  WS-Live-47          pic x(532).
     03  WS-Live-179         pic x(532).
     03  WS-Pos              pic s9(4)    comp.
*>
*> Counters and subscripts
*>
     03  A                   binary-long  value zero.
     03  I                   binary-long  value zero.
     03  J                   binary-long  value zero.
     03  K                   binary-long  value zero.
     03  WS-Chg-Count        binary-long  value zero.
     03  WS-Job-Count        binary-long  value zero.
     03  WS-Jn-Count         binary-long  value zero.
     03  WS-Co-Count         binary-long  value zero.
     03  WS-Co-Ix            binary-long  value zero.
     03  WS-Bat-Count        binary-long  value zero.
     03  WS-Table-Full       pic x        value "N".
     03  WS-Cnt-No-Owner     pic 9(5)     value zero.
     03  WS-Cnt-Bad-Act      pic 9(5)     value zero.
     03  WS-Cnt-Out-Bal      pic 9(5)     value zero.
     03  WS-Cnt-Written      pic 9(5)     value zero.
*>
*> Pricing work
*>
     03  WS-Emp-Ok           pic x        value "N".
     03  WS-Last-Emp         pic 9(7)     value zero.
     03  WS-Rule-Type        pic x.
     03  WS-Rule-Code        pic x(6).
     03  WS-Hours            pic s9(5)v99 comp-3 value zero.
     03  WS-Gross            pic s9(7)v99 comp-3 value zero.
     03  WS-Side             pic x.
     03  WS-Act              pic 99.
     03  WS-Amt              pic s9(7)v99 comp-3 value zero.
     03  WS-Other-Co         pic 999.
*>
*> Statement totals
*>
     03  WS-Tot-Hours        pic s9(7)v99 comp-3 value zero.
     03  WS-Tot-Gross        pic s9(9)v99 comp-3 value zero.
     03  WS-Tot-Burden       pic s9(9)v99 comp-3 value zero.
     03  WS-Tot-Charge       pic s9(9)v99 comp-3 value zero.
     03  WS-Grand-Charge     pic s9(9)v99 comp-3 value zero.
*>
*> Journal staging line build
*>
     03  WS-Jnl-Line         pic x(80)    value spaces.
     03  WS-Jnl-Co           pic 999.
     03  WS-Jnl-Other        pic 999.
     03  WS-Jnl-Act          pic 99.
     03  WS-Jnl-GL           pic 9(6).
     03  WS-Jnl-Recs         pic 9(5).
     03  WS-Jnl-Dr           pic z(8)9.99.
     03  WS-Jnl-Cr           pic z(8)9.99.
     03  WS-Jnl-Legend       pic x(24).
*>
*> The lines priced for the run - one per employee per rule.
*>
 01  WS-Chg-Table.
     03  WS-Chg-Entry                     occurs 2000.
         05  WS-Chg-Emp      pic 9(7).
         05  WS-Chg-Name     pic x(32).
         05  WS-Chg-Type     pic x.
         05  WS-Chg-Code     pic x(6).
         05  WS-Chg-Owner    pic 999.
         05  WS-Chg-Pct      pic 9(3)v99.
         05  WS-Chg-Acts.
             07  WS-Chg-Act  pic 99                occurs 4.
         05  WS-Chg-Hours    pic s9(5)v99 comp-3.
         05  WS-Chg-Gross    pic s9(7)v99 comp-3.
         05  WS-Chg-Burden   pic s9(7)v99 comp-3.
         05  WS-Chg-Charge   pic s9(7)v99 comp-3.
*>
*> Every employee's job-tagged work on the check date - taken off the
*> check before a department rule prices the rest.
*>
 01  WS-Job-Table.
     03  WS-Job-Entry                     occurs 2000.
         05  WS-Job-Emp      pic 9(7).
         05  WS-Job-Hours    pic s9(5)v99 comp-3.
         05  WS-Job-Gross    pic s9(7)v99 comp-3.
*>
*> The companies posted to - entry 1 is always this (home) company.
*> Status Y = reachable, N = not on the company directory or not on
*> its own parameter file.
*>
 01  WS-Co-Table.
     03  WS-Co-Entry                      occurs 50.
         05  WS-Cmp-Code     pic 999.
         05  WS-Cmp-Dir      pic x(200).
         05  WS-Cmp-Name     pic x(60).
         05  WS-Cmp-Ok       pic x.
*>
*> The journal - one line per company, counterparty, account and side.
*>
 01  WS-Jn-Table.
     03  WS-Jn-Entry                      occurs 400.
         05  WS-Jn-Co        pic 999.
         05  WS-Jn-Other     pic 999.
         05  WS-Jn-Act       pic 99.
         05  WS-Jn-GL        pic 9(6).
         05  WS-Jn-Side      pic x.
         05  WS-Jn-Amt       pic s9(9)v99 comp-3.
         05  WS-Jn-Ok        pic x.
*>
*> The batches - one per company and counterparty, with the control
*> totals the journal must prove to.
*>
 01  WS-Bat-Table.
     03  WS-Bat-Entry                     occurs 100.
         05  WS-Bat-Co       pic 999.
         05  WS-Bat-Other    pic 999.
         05  WS-Bat-Recs     pic 9(5)             comp.
         05  WS-Bat-Dr       pic s9(9)v99 comp-3.
         05  WS-Bat-Cr       pic s9(9)v99 comp-3.
*>
*> The line being printed.
*>
 01  WS-Print-Line.
     03  WS-Sec-Title        pic x(80).
     03  WS-Col-Head         pic x(132).
     03  WS-Pr-Label         pic x(34).
     03  WS-Pr-Date          pic 9(8).
     03  WS-Pr-Emp-No        pic 9(7).
     03  WS-Pr-Emp-Name      pic x(32).
     03  WS-Pr-Rule          pic x(8).
     03  WS-Pr-Hours         pic s9(7)v99 comp-3.
     03  WS-Pr-Amt           pic s9(9)v99 comp-3  occurs 4.
     03  WS-Pr-Pct           pic 9(3)v99.
     03  WS-Pr-Co            pic 999.
     03  WS-Pr-Other         pic 999.
     03  WS-Pr-Act           pic 99.
     03  WS-Pr-GL            pic 9(6).
     03  WS-Pr-Side          pic x(6).
     03  WS-Pr-Count         pic 9(5).
     03  WS-Pr-Stat          pic x(20).
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
     03  PY486           pic x(62) value "PY486 Owning company must differ from this company - not saved".
     03  PY487           pic x(70) value "PY487 Owning company not on the company directory (pycons) - not saved".
     03  PY488           pic x(61) value "PY488 Account not on that company's accounts file - not saved".
     03  PY489           pic x(43) value "PY489 Rule type must be J (job) or D (dept)".
     03  PY490           pic x(53) value "PY490 Apply not finished for the current run - no run".
     03  PY491           pic x(55) value "PY491 That check date has already been charged back".
     03  PY492           pic x(49) value "PY492 Nothing to charge back for that check date".
     03  PY493           pic x(70) value "PY493 Owning company unreachable, account missing or out of balance".
     03  PY494           pic x(47) value "PY494 Chargeback table full - later lines left".
     03  PY495           pic x(43) value "PY495 Chargeback posted and journals staged".
     03  PY496           pic x(46) value "PY496 Nothing on the ledger for that selection".
     03  PY497           pic x(42) value "PY497 From date must not be after To date".
     03  PY498           pic x(64) value "PY498 Training company - no charges are made to other companies".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/checks this run uses
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
 RD  IC-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-IC-Head  Type Page Heading.
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
         05  col  35     pic x(40)   value "Intercompany Labor Billing Statement -".
         05  col  76     pic 999     source WS-Home-Co.
         05  col  80     pic x(40)   source WS-Home-Name.
     03  line  4.
         05  col  35                 value "Check dates".
         05  col  47     pic 9999/99/99  source WS-St-From.
         05  col  58                 value "to".
         05  col  61     pic 9999/99/99  source WS-St-To.
*>
 01  Sec-Title-Line type is detail.
     03  line + 2.
         05  col   1     pic x(80)         source WS-Sec-Title.
*>
 01  Col-Head-Line type is detail.
     03  line + 1.
         05  col   1     pic x(132)        source WS-Col-Head.
*>
 01  Chg-Line type is detail.
     03  line + 1.
         05  col   1     pic 9999/99/99    source WS-Pr-Date.
         05  col  12     pic z(6)9         source WS-Pr-Emp-No.
         05  col  20     pic x(32)         source WS-Pr-Emp-Name.
         05  col  53     pic x(8)          source WS-Pr-Rule.
         05  col  62     pic -(5)9.99      source WS-Pr-Hours.
         05  col  73     pic -(8)9.99      source WS-Pr-Amt (1).
         05  col  86     pic zz9.99        source WS-Pr-Pct.
         05  col  93     pic -(8)9.99      source WS-Pr-Amt (2).
         05  col 106     pic -(8)9.99      source WS-Pr-Amt (3).
*>
 01  Chg-Tot-Line type is detail.
     03  line + 1.
         05  col  20     pic x(34)         source WS-Pr-Label.
         05  col  60     pic -(7)9.99      source WS-Pr-Hours.
         05  col  73     pic -(8)9.99      source WS-Pr-Amt (1).
         05  col  93     pic -(8)9.99      source WS-Pr-Amt (2).
         05  col 106     pic -(8)9.99      source WS-Pr-Amt (3).
*>
 01  Jnl-Line type is detail.
     03  line + 1.
         05  col   1     pic 999           source WS-Pr-Co.
         05  col   6     pic 999           source WS-Pr-Other.
         05  col  12     pic z9            source WS-Pr-Act.
         05  col  17     pic z(5)9         source WS-Pr-GL  blank when zero.
         05  col  25     pic x(6)          source WS-Pr-Side.
         05  col  33     pic -(8)9.99      source WS-Pr-Amt (1).
         05  col  46     pic -(8)9.99      source WS-Pr-Amt (2).
         05  col  60     pic x(20)         source WS-Pr-Stat.
*>
 01  Bat-Line type is detail.
     03  line + 1.
         05  col   1     pic 999           source WS-Pr-Co.
         05  col   6     pic 999           source WS-Pr-Other.
         05  col  12     pic x(6)          value "Batch".
         05  col  18     pic zzzz9         source WS-Pr-Count.
         05  col  33     pic -(8)9.99      source WS-Pr-Amt (1).
         05  col  46     pic -(8)9.99      source WS-Pr-Amt (2).
         05  col  60     pic x(20)         source WS-Pr-Stat.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(28)     value "Total charged back         :".
         05  col 30          pic -(8)9.99  source WS-Grand-Charge.
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
     if       File-Defs-os-Delimiter = "\"
              move     "\" to WS-Delim
     else
              move     "/" to WS-Delim
     end-if.
     move     File-39  to WS-Live-39.
     move     File-47  to WS-Live-47.
     move     File-179 to WS-Live-179.
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
     display  "Intercompany Labor Chargeback" at 0125 with foreground-color 2.
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
*> A training company (pytrain) never charges the live companies.
*>
     if       PY-PR9-Training = "Y"
              display  PY498         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              goback   returning 9
     end-if.
     move     WS-Co-Code        to WS-Home-Co.
     move     PY-PR1-Co-Name    to WS-Home-Name.
     move     PY-PR2-Check-Date to WS-Check-Date.
*>
     open     i-o PY-IC-Rule-File.
     if       PY-Icr-Status = "35"        *> first use
              open     output PY-IC-Rule-File
              close    PY-IC-Rule-File
              open     i-o PY-IC-Rule-File
     end-if.
     open     i-o PY-IC-Ledger-File.
     if       PY-Icl-Status = "35"
              open     output PY-IC-Ledger-File
              close    PY-IC-Ledger-File
              open     i-o PY-IC-Ledger-File
     end-if.
     open     input PY-Co-Dir-File.
     if       PY-Cdir-Status = "00"
              move     "Y" to WS-Cdir-Open.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     close    PY-IC-Rule-File PY-IC-Ledger-File.
     if       WS-Cdir-Open = "Y"
              close    PY-Co-Dir-File.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ab010-Menu                  section.
*>**********************************
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Intercompany Labor Chargeback"            at line 1 col 25 with foreground-color 2.
     display  "M = Rules, C = Chargeback run, S = Statement, X = Exit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 57 with UPPER.
     if       WS-Function = "X" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when     "M"
                       perform  ba000-Maintain-Rules
              when     "C"
                       perform  ca000-Chargeback
              when     "S"
                       perform  da000-Statement
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Maintain-Rules        section.
*>**********************************
*>
     perform  forever
              perform  ba010-Show-Rules
              display  "Type (J/D) [ ]  Job / Dept [      ]   (blank to leave)"
                                         at line WS-22-Lines col 1 with erase eol
              move     space  to WS-Rule-Type
              move     spaces to WS-Rule-Code
              accept   WS-Rule-Type at line WS-22-Lines col 13 with UPPER
              if       WS-Rule-Type = space
                 or    COB-CRT-Status = COB-SCR-ESC
                       exit perform
              end-if
              if       WS-Rule-Type not = "J" and not = "D"
                       display  PY489 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       exit perform cycle
              end-if
              accept   WS-Rule-Code at line WS-22-Lines col 29 with UPPER
              if       WS-Rule-Code = spaces
                       exit perform cycle
              end-if
              perform  ba020-Edit-Rule
     end-perform.
*>
 ba000-Exit.  exit section.
*>
 ba010-Show-Rules            section.
*>**********************************
*>
*> The rules on file, as many as the screen holds.
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Intercompany Labor Chargeback - Rules"    at line 1 col 25 with foreground-color 2.
     display  "T Code   Owner Burden%  Home Dr Cr  Owner Dr Cr  Description"
                                                         at line 3 col 1.
     move     4 to WS-Line.
     move     spaces to Icr-Key.
     start    PY-IC-Rule-File key not < Icr-Key
              invalid key
                       go to ba010-Exit
     end-start.
     perform  forever
              read     PY-IC-Rule-File next record at end
                       exit perform
              end-read
              if       PY-Icr-Status not = "00"
                 or    WS-Line > WS-22-Lines - 2
                       exit perform
              end-if
              display  Icr-Type             at line WS-Line col 1
              display  Icr-Code             at line WS-Line col 3
              display  Icr-Owner-Co         at line WS-Line col 10
              display  Icr-Burden-Pct       at line WS-Line col 16
              display  Icr-Home-DueFrom-Act at line WS-Line col 30
              display  Icr-Home-Recover-Act at line WS-Line col 33
              display  Icr-Own-Expense-Act  at line WS-Line col 43
              display  Icr-Own-DueTo-Act    at line WS-Line col 46
              display  Icr-Desc             at line WS-Line col 50
              add      1 to WS-Line
     end-perform.
*>
 ba010-Exit.  exit section.
*>
 ba020-Edit-Rule             section.
*>**********************************
*>
     move     WS-Rule-Type to Icr-Type.
     move     WS-Rule-Code to Icr-Code.
     move     "N"       to WS-New-Entry.
     read     PY-IC-Rule-File key Icr-Key
              invalid key
                       move     "Y"    to WS-New-Entry
                       initialize PY-IC-Rule-Record
                       move     WS-Rule-Type to Icr-Type
                       move     WS-Rule-Code to Icr-Code
     end-read.
     display  space at line 3 col 1 with erase eos.
     display  "Type / code           : " at line  4 col 1.
     display  Icr-Type                   at line  4 col 25.
     display  Icr-Code                   at line  4 col 27.
     if       WS-New-Entry = "Y"
              display  "(new)"           at line  4 col 35 foreground-color 2.
     display  "Description           : [                        ]" at line  6 col 1.
     display  "Owning company        : [   ]"                      at line  7 col 1.
     display  "Burden percent        : [      ]"                   at line  8 col 1.
     display  "This company  - Dr due from owner      acct [  ]"   at line 10 col 1.
     display  "              - Cr labor cost recovered acct [  ]"  at line 11 col 1.
     display  "Owning co.    - Dr labor expense       acct [  ]"   at line 12 col 1.
     display  "              - Cr due to this company acct [  ]"   at line 13 col 1.
     accept   Icr-Desc             at line  6 col 26 with UPDATE UPPER.
     accept   Icr-Owner-Co         at line  7 col 26 with UPDATE.
     accept   Icr-Burden-Pct       at line  8 col 26 with UPDATE.
     accept   Icr-Home-DueFrom-Act at line 10 col 45 with UPDATE.
     accept   Icr-Home-Recover-Act at line 11 col 45 with UPDATE.
     accept   Icr-Own-Expense-Act  at line 12 col 45 with UPDATE.
     accept   Icr-Own-DueTo-Act    at line 13 col 45 with UPDATE.
*>
     display  "S = Save, D = Delete, anything else leaves it [ ]" at line 15 col 1.
     move     space to WS-Reply.
     accept   WS-Reply at line 15 col 48 with UPPER.
     if       WS-Reply = "D" and WS-New-Entry = "N"
              delete   PY-IC-Rule-File record
              go to    ba020-Exit.
     if       WS-Reply not = "S"
              go to    ba020-Exit.
*>
*> The owner must be another company, reachable through the company
*> directory, and every account on its own company's accounts file.
*>
     if       Icr-Owner-Co = WS-Home-Co
              display  PY486 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba020-Exit.
     move     Icr-Owner-Co to WS-Cur-Co.
     perform  zz010-Find-Company.
     if       WS-Found not = "Y"
              display  PY487 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba020-Exit.
     display  PY-PR1-Co-Name (1:40) at line  7 col 32 foreground-color 3.
*>
     move     spaces to WS-Cur-Dir.
     move     Icr-Home-DueFrom-Act to WS-Act.
     perform  zz050-Check-Account.
     if       WS-Found = "Y"
              move     Icr-Home-Recover-Act to WS-Act
              perform  zz050-Check-Account
     end-if.
     if       WS-Found = "Y"
              move     WS-Cmp-Dir (WS-Co-Ix) to WS-Cur-Dir
              move     Icr-Own-Expense-Act to WS-Act
              perform  zz050-Check-Account
     end-if.
     if       WS-Found = "Y"
              move     Icr-Own-DueTo-Act to WS-Act
              perform  zz050-Check-Account
     end-if.
     if       WS-Found not = "Y"
              display  PY488 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  WS-Act at line WS-23-Lines col 64 foreground-color 4
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba020-Exit.
*>
     move     WS-Today    to Icr-Maint-Date.
     move     WS-Operator to Icr-Maint-By.
     if       WS-New-Entry = "Y"
              write    PY-IC-Rule-Record
     else
              rewrite  PY-IC-Rule-Record
     end-if.
*>
 ba020-Exit.  exit section.
*>
 ca000-Chargeback            section.
*>**********************************
*>
*> The apply for the current run must have finished - check only,
*> nothing is stamped.
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Intercompany Labor Chargeback - Run"      at line 1 col 25 with foreground-color 2.
     move     "C"  to Runq-Action.
     move     4    to Runq-Step.
     move     WS-Operator to Runq-Operator.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     if       Runq-Result not = zero
              display  PY490    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca000-Exit.
*>
     display  "Check date to charge back (ccyymmdd) [        ]" at line 3 col 1.
     accept   WS-Check-Date at line 3 col 39 with UPDATE.
     if       WS-Check-Date = zero
        or    COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
*>
     move     WS-Check-Date to Icl-Check-Date.
     move     zero          to Icl-Owner-Co Icl-Emp-No.
     move     spaces        to Icl-Rule-Type Icl-Rule-Code.
     start    PY-IC-Ledger-File key not < Icl-Key
              invalid key
                       move     "23" to PY-Icl-Status
     end-start.
     if       PY-Icl-Status = "00"
              read     PY-IC-Ledger-File next record
              if       PY-Icl-Status = "00"
                 and   Icl-Check-Date = WS-Check-Date
                       display  PY491    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015    at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines    col 58
                       go to    ca000-Exit
              end-if
     end-if.
*>
*> Pass 1 - price every line, nothing written.
*>
     initialize WS-Chg-Table WS-Job-Table WS-Co-Table WS-Jn-Table WS-Bat-Table.
     move     zero to WS-Chg-Count WS-Job-Count WS-Jn-Count WS-Bat-Count
                      WS-Cnt-No-Owner WS-Cnt-Bad-Act WS-Cnt-Out-Bal.
     move     "N"  to WS-Table-Full.
     move     1            to WS-Co-Count.
     move     WS-Home-Co   to WS-Cmp-Code (1).
     move     spaces       to WS-Cmp-Dir (1).
     move     WS-Home-Name to WS-Cmp-Name (1).
     move     "Y"          to WS-Cmp-Ok (1).
*>
     display  "Pricing job cost transactions ..." at line 5 col 1.
     open     input PY-Employee-File.
     perform  ca010-Job-Lines.
     display  "Pricing department checks ..."     at line 6 col 1.
     perform  ca020-Dept-Lines.
     close    PY-Employee-File.
     if       WS-Chg-Count = zero
              display  PY492    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca000-Exit.
*>
     perform  ca030-Build-Journal.
     perform  ca040-Check-Accounts.
     perform  ca050-Prove-Batches.
*>
*> The batch control record - in balance when each company's debits
*> equal its credits and every account and owner was found.
*>
     display  "Chargeback batch control"                 at line  8 col 5 with erase eos.
     display  "Lines priced          : "                 at line  9 col 5.
     display  WS-Chg-Count                               at line  9 col 30.
     display  "Journal batches       : "                 at line 10 col 5.
     display  WS-Bat-Count                               at line 10 col 30.
     display  "Co  With  Lines       Debits      Credits" at line 11 col 5.
     move     12 to WS-Line.
     perform  varying K from 1 by 1 until K > WS-Bat-Count
                                     or WS-Line > WS-22-Lines - 6
              move     WS-Bat-Dr (K) to WS-Jnl-Dr
              move     WS-Bat-Cr (K) to WS-Jnl-Cr
              display  WS-Bat-Co (K)    at line WS-Line col 5
              display  WS-Bat-Other (K) at line WS-Line col 9
              display  WS-Bat-Recs (K)  at line WS-Line col 15
              display  WS-Jnl-Dr        at line WS-Line col 23
              display  WS-Jnl-Cr        at line WS-Line col 36
              add      1 to WS-Line
     end-perform.
     add      1 to WS-Line.
     display  "Owner unreachable     : "                 at line WS-Line col 5.
     display  WS-Cnt-No-Owner                            at line WS-Line col 30.
     add      1 to WS-Line.
     display  "Accounts not on file  : "                 at line WS-Line col 5.
     display  WS-Cnt-Bad-Act                             at line WS-Line col 30.
     add      1 to WS-Line.
     display  "Batches out of balance: "                 at line WS-Line col 5.
     display  WS-Cnt-Out-Bal                             at line WS-Line col 30.
*>
     if       WS-Table-Full = "Y"
              display  PY494    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca000-Exit.
     if       WS-Cnt-No-Owner not = zero
        or    WS-Cnt-Bad-Act  not = zero
        or    WS-Cnt-Out-Bal  not = zero
              display  PY493    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ca000-Exit.
*>
     display  "Post the chargeback and stage the journals (Y/N) [ ]"
                                        at line WS-22-Lines col 01
                                        with foreground-color 3
     move     "N" to WS-Reply.
     accept   WS-Reply        at line WS-22-Lines col 51 UPPER.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
*>
*> Pass 2 - the ledger, the journals, then the statement.
*>
     perform  ca060-Write-Ledger.
     perform  ca070-Stage-Journals.
     move     WS-Check-Date to WS-St-From WS-St-To.
     move     zero          to WS-St-Owner.
     move     "Y"           to WS-Print-Jnl.
     perform  ea000-Print-Statement.
     display  PY495    at line WS-23-Lines col 1 foreground-color 2 erase eol.
     display  SY015    at line WS-Lines    col 1.
     accept   WS-Reply at line WS-Lines    col 58.
*>
 ca000-Exit.  exit section.
*>
 ca010-Job-Lines             section.
*>**********************************
*>
*> Each job cost transaction of the check date - every one counted
*> against its employee's job-tagged work, the mapped ones priced.
*>
     open     input PY-Job-Cost-File.
     if       PY-Jct-Status not = "00"
              go to    ca010-Exit.
     perform  forever
              read     PY-Job-Cost-File at end
                       exit perform
              end-read
              if       PY-Jct-Status not = "00"
                       exit perform
              end-if
              if       Jct-Date not = WS-Check-Date
                       exit perform cycle
              end-if
              perform  zz060-Add-Job-Work
              move     "J"          to Icr-Type
              move     Jct-Job-Code to Icr-Code
              read     PY-IC-Rule-File key Icr-Key
                       invalid key
                                exit perform cycle
              end-read
              move     Jct-Emp-No   to Emp-No
              perform  zz070-Read-Employee
              move     Jct-Hours    to WS-Hours
              move     Jct-Gross    to WS-Gross
              perform  zz080-Add-Charge
     end-perform.
     close    PY-Job-Cost-File.
*>
 ca010-Exit.  exit section.
*>
 ca020-Dept-Lines            section.
*>**********************************
*>
*> The check date's non-void checks of employees whose department is
*> mapped - the gross and hours less all their job-tagged work, which
*> belongs to whichever company owns the job.
*>
     open     input PY-Check-History-File.
     if       PY-Chkh-Status not = "00"
              go to    ca020-Exit.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                       exit perform
              end-if
              if       Chkh-Check-Date not = WS-Check-Date
                 or    Chkh-Stat-Void
                       exit perform cycle
              end-if
              move     Chkh-Emp-No to Emp-No
              perform  zz070-Read-Employee
              if       WS-Emp-Ok not = "Y"
                 or    Emp-Dept = spaces
                       exit perform cycle
              end-if
              move     "D"      to Icr-Type
              move     Emp-Dept to Icr-Code
              read     PY-IC-Rule-File key Icr-Key
                       invalid key
                                exit perform cycle
              end-read
              move     Chkh-Hours   to WS-Hours
              move     Chkh-Amt (1) to WS-Gross
              perform  varying J from 1 by 1 until J > WS-Job-Count
                       if       WS-Job-Emp (J) = Chkh-Emp-No
                                subtract WS-Job-Hours (J) from WS-Hours
                                subtract WS-Job-Gross (J) from WS-Gross
                                exit perform
                       end-if
              end-perform
              if       WS-Hours < zero
                       move     zero to WS-Hours
              end-if
              if       WS-Gross not > zero
                       exit perform cycle
              end-if
              perform  zz080-Add-Charge
     end-perform.
     close    PY-Check-History-File.
*>
 ca020-Exit.  exit section.
*>
 ca030-Build-Journal         section.
*>**********************************
*>
*> Four journal lines per priced line, rolled up by company,
*> counterparty, account and side:
*>   home  Dr due from owner       / Cr labor cost recovered
*>   owner Dr labor expense        / Cr due to home company
*>
     perform  varying I from 1 by 1 until I > WS-Chg-Count
              move     WS-Chg-Owner (I) to WS-Cur-Co
              perform  zz010-Find-Company
              if       WS-Found not = "Y"
                       add      1 to WS-Cnt-No-Owner
                       exit perform cycle
              end-if
              move     WS-Chg-Charge (I) to WS-Amt
              move     WS-Home-Co        to WS-Jnl-Co
              move     WS-Chg-Owner (I)  to WS-Other-Co
              move     "D"               to WS-Side
              move     WS-Chg-Act (I 1)  to WS-Act
              perform  zz090-Add-Journal
              move     "C"               to WS-Side
              move     WS-Chg-Act (I 2)  to WS-Act
              perform  zz090-Add-Journal
              move     WS-Chg-Owner (I)  to WS-Jnl-Co
              move     WS-Home-Co        to WS-Other-Co
              move     "D"               to WS-Side
              move     WS-Chg-Act (I 3)  to WS-Act
              perform  zz090-Add-Journal
              move     "C"               to WS-Side
              move     WS-Chg-Act (I 4)  to WS-Act
              perform  zz090-Add-Journal
     end-perform.
*>
 ca030-Exit.  exit section.
*>
 ca040-Check-Accounts        section.
*>**********************************
*>
*> Every journal account on its own company's accounts file, picking
*> up the GL account number it posts to.
*>
     perform  varying K from 1 by 1 until K > WS-Co-Count
              if       WS-Cmp-Ok (K) not = "Y"
                       exit perform cycle
              end-if
              move     WS-Cmp-Dir (K) to WS-Cur-Dir
              move     WS-Live-39 to WS-Live-Name
              perform  zz020-Co-Path
              move     WS-Co-Path to File-39
              open     input PY-Accounts-File
              perform  varying J from 1 by 1 until J > WS-Jn-Count
                       if       WS-Jn-Co (J) not = WS-Cmp-Code (K)
                                exit perform cycle
                       end-if
                       move     "N" to WS-Jn-Ok (J)
                       if       PY-Act-Status = "00"
                                move     WS-Jn-Act (J) to Act-No
                                read     PY-Accounts-File key Act-No
                                         invalid key
                                                  move   "23" to PY-Act-Status
                                end-read
                                if       PY-Act-Status = "00"
                                         move     "Y"       to WS-Jn-Ok (J)
                                         move     Act-GL-No to WS-Jn-GL (J)
                                else
                                         move     "00"      to PY-Act-Status
                                end-if
                       end-if
                       if       WS-Jn-Ok (J) not = "Y"
                                add      1 to WS-Cnt-Bad-Act
                       end-if
              end-perform
              if       PY-Act-Status = "00"
                       close    PY-Accounts-File
              end-if
              move     WS-Live-39 to File-39
     end-perform.
*>
 ca040-Exit.  exit section.
*>
 ca050-Prove-Batches         section.
*>**********************************
*>
*> One batch per company and counterparty - records, debits and
*> credits; each must balance.
*>
     perform  varying J from 1 by 1 until J > WS-Jn-Count
              move     zero to K
              perform  varying I from 1 by 1 until I > WS-Bat-Count
                       if       WS-Bat-Co (I)    = WS-Jn-Co (J)
                          and   WS-Bat-Other (I) = WS-Jn-Other (J)
                                move     I to K
                                exit perform
                       end-if
              end-perform
              if       K = zero
                       if       WS-Bat-Count not < 100
                                move     "Y" to WS-Table-Full
                                exit perform cycle
                       end-if
                       add      1 to WS-Bat-Count
                       move     WS-Bat-Count    to K
                       move     WS-Jn-Co (J)    to WS-Bat-Co (K)
                       move     WS-Jn-Other (J) to WS-Bat-Other (K)
                       move     zero to WS-Bat-Recs (K) WS-Bat-Dr (K) WS-Bat-Cr (K)
              end-if
              add      1 to WS-Bat-Recs (K)
              if       WS-Jn-Side (J) = "D"
                       add      WS-Jn-Amt (J) to WS-Bat-Dr (K)
              else
                       add      WS-Jn-Amt (J) to WS-Bat-Cr (K)
              end-if
     end-perform.
     perform  varying K from 1 by 1 until K > WS-Bat-Count
              if       WS-Bat-Dr (K) not = WS-Bat-Cr (K)
                       add      1 to WS-Cnt-Out-Bal
              end-if
     end-perform.
*>
 ca050-Exit.  exit section.
*>
 ca060-Write-Ledger          section.
*>**********************************
*>
     move     zero to WS-Cnt-Written.
     perform  varying I from 1 by 1 until I > WS-Chg-Count
              initialize PY-IC-Ledger-Record
              move     WS-Check-Date     to Icl-Check-Date
              move     WS-Chg-Owner (I)  to Icl-Owner-Co
              move     WS-Chg-Emp (I)    to Icl-Emp-No
              move     WS-Chg-Type (I)   to Icl-Rule-Type
              move     WS-Chg-Code (I)   to Icl-Rule-Code
              move     WS-Home-Co        to Icl-Home-Co
              move     WS-Chg-Name (I)   to Icl-Emp-Name
              move     WS-Chg-Hours (I)  to Icl-Hours
              move     WS-Chg-Gross (I)  to Icl-Gross
              move     WS-Chg-Pct (I)    to Icl-Burden-Pct
              move     WS-Chg-Burden (I) to Icl-Burden
              move     WS-Chg-Charge (I) to Icl-Charge
              move     WS-Today          to Icl-Posted-Date
              move     WS-Operator       to Icl-Posted-By
              write    PY-IC-Ledger-Record
              if       PY-Icl-Status = "00"
                       add      1 to WS-Cnt-Written
              end-if
     end-perform.
*>
 ca060-Exit.  exit section.
*>
 ca070-Stage-Journals        section.
*>**********************************
*>
*> Each company's batches go to the journal staging file in its own
*> data directory, added to whatever is already waiting there.
*>
     perform  varying K from 1 by 1 until K > WS-Co-Count
              if       WS-Cmp-Ok (K) not = "Y"
                       exit perform cycle
              end-if
              move     WS-Cmp-Dir (K) to WS-Cur-Dir
              move     WS-Live-179 to WS-Live-Name
              perform  zz020-Co-Path
              move     WS-Co-Path to File-179
              open     extend PY-IC-Journal-File
              if       PY-Icj-Status = "35"
                       open     output PY-IC-Journal-File
              end-if
              perform  varying A from 1 by 1 until A > WS-Bat-Count
                       if       WS-Bat-Co (A) = WS-Cmp-Code (K)
                                perform  ca080-Stage-Batch
                       end-if
              end-perform
              close    PY-IC-Journal-File
              move     WS-Live-179 to File-179
     end-perform.
*>
 ca070-Exit.  exit section.
*>
 ca080-Stage-Batch           section.
*>**********************************
*>
*> Batch A - header, the lines, then the control record.
*>
     move     WS-Bat-Co (A)    to WS-Jnl-Co.
     move     WS-Bat-Other (A) to WS-Jnl-Other.
     move     spaces to WS-Jnl-Line.
     string   "H,"          delimited by size
              WS-Today      delimited by size
              ","           delimited by size
              WS-Check-Date delimited by size
              ","           delimited by size
              WS-Jnl-Co     delimited by size
              ","           delimited by size
              WS-Jnl-Other  delimited by size
              into WS-Jnl-Line.
     move     WS-Jnl-Line to PY-IC-Journal-Line.
     write    PY-IC-Journal-Line.
*>
     perform  varying J from 1 by 1 until J > WS-Jn-Count
              if       WS-Jn-Co (J)    not = WS-Bat-Co (A)
                 or    WS-Jn-Other (J) not = WS-Bat-Other (A)
                       exit perform cycle
              end-if
              move     WS-Jn-Act (J) to WS-Jnl-Act
              move     WS-Jn-GL (J)  to WS-Jnl-GL
              move     zero to WS-Jnl-Dr WS-Jnl-Cr
              move     spaces to WS-Jnl-Legend
              if       WS-Jn-Side (J) = "D"
                       move     WS-Jn-Amt (J) to WS-Jnl-Dr
              else
                       move     WS-Jn-Amt (J) to WS-Jnl-Cr
              end-if
              if       WS-Jn-Co (J) = WS-Home-Co
                       string   "IC LABOR BILLED TO "   delimited by size
                                WS-Jnl-Other            delimited by size
                                into WS-Jnl-Legend
              else
                       string   "IC LABOR FROM CO "     delimited by size
                                WS-Jnl-Other            delimited by size
                                into WS-Jnl-Legend
              end-if
              move     spaces to WS-Jnl-Line
              string   "D,"                             delimited by size
                       WS-Jnl-Act                       delimited by size
                       ","                              delimited by size
                       WS-Jnl-GL                        delimited by size
                       ","                              delimited by size
                       FUNCTION TRIM (WS-Jnl-Dr LEADING) delimited by size
                       ","                              delimited by size
                       FUNCTION TRIM (WS-Jnl-Cr LEADING) delimited by size
                       ","                              delimited by size
                       WS-Jnl-Legend                    delimited by "  "
                       into WS-Jnl-Line
              move     WS-Jnl-Line to PY-IC-Journal-Line
              write    PY-IC-Journal-Line
     end-perform.
*>
     move     WS-Bat-Recs (A) to WS-Jnl-Recs.
     move     WS-Bat-Dr (A)   to WS-Jnl-Dr.
     move     WS-Bat-Cr (A)   to WS-Jnl-Cr.
     move     spaces to WS-Jnl-Line.
     string   "T,"                              delimited by size
              WS-Jnl-Recs                       delimited by size
              ","                               delimited by size
              FUNCTION TRIM (WS-Jnl-Dr LEADING) delimited by size
              ","                               delimited by size
              FUNCTION TRIM (WS-Jnl-Cr LEADING) delimited by size
              into WS-Jnl-Line.
     move     WS-Jnl-Line to PY-IC-Journal-Line.
     write    PY-IC-Journal-Line.
*>
 ca080-Exit.  exit section.
*>
 da000-Statement             section.
*>**********************************
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Intercompany Labor Chargeback - Statement" at line 1 col 25 with foreground-color 2.
     move     WS-Today to WS-St-To.
     compute  WS-St-From = (WS-Today / 10000) * 10000 + 101.
     move     zero to WS-St-Owner.
     display  "Check dates from (ccyymmdd) [        ]  to [        ]" at line 3 col 1.
     display  "Owning company (zero = all) [   ]"                     at line 5 col 1.
     accept   WS-St-From  at line 3 col 30 with UPDATE.
     accept   WS-St-To    at line 3 col 45 with UPDATE.
     accept   WS-St-Owner at line 5 col 30 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     if       WS-St-From > WS-St-To
              display  PY497    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    da000-Exit.
     move     "N" to WS-Print-Jnl.
     perform  ea000-Print-Statement.
     if       WS-Grand-Charge = zero
              display  PY496    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58.
*>
 da000-Exit.  exit section.
*>
 ea000-Print-Statement       section.
*>**********************************
*>
*> The ledger for WS-St-From to WS-St-To, owner by owner (one pass of
*> the date range per owning company met), each with its total;
*> after a posting the journal batches follow.
*>
     move     zero to WS-Grand-Charge.
     initialize WS-Co-Table.
     move     zero to WS-Co-Count.
     move     WS-St-From to Icl-Check-Date.
     move     zero       to Icl-Owner-Co Icl-Emp-No.
     move     spaces     to Icl-Rule-Type Icl-Rule-Code.
     start    PY-IC-Ledger-File key not < Icl-Key
              invalid key
                       go to ea000-Exit
     end-start.
     perform  forever
              read     PY-IC-Ledger-File next record at end
                       exit perform
              end-read
              if       PY-Icl-Status not = "00"
                 or    Icl-Check-Date > WS-St-To
                       exit perform
              end-if
              if       WS-St-Owner not = zero
                 and   Icl-Owner-Co not = WS-St-Owner
                       exit perform cycle
              end-if
              move     Icl-Owner-Co to WS-Cur-Co
              perform  zz010-Find-Company
     end-perform.
     if       WS-Co-Count = zero
              go to    ea000-Exit.
*>
     open     output Print-File.
     initiate IC-Report.
     perform  varying K from 1 by 1 until K > WS-Co-Count
              perform  ea010-Print-Owner
     end-perform.
     if       WS-Print-Jnl = "Y"
              perform  ea020-Print-Journal.
     terminate IC-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
 ea000-Exit.  exit section.
*>
 ea010-Print-Owner           section.
*>**********************************
*>
     move     spaces to WS-Sec-Title.
     string   "Billed to company "    delimited by size
              WS-Cmp-Code (K)          delimited by size
              "  "                    delimited by size
              WS-Cmp-Name (K)          delimited by "  "
              into WS-Sec-Title.
     generate Sec-Title-Line.
     move     "Check date  Emp No  Name                             Rule         Hours       Gross  Burd %      Burden      Charge"
                                      to WS-Col-Head.
     generate Col-Head-Line.
     move     zero to WS-Tot-Hours WS-Tot-Gross WS-Tot-Burden WS-Tot-Charge.
     move     WS-St-From to Icl-Check-Date.
     move     zero       to Icl-Owner-Co Icl-Emp-No.
     move     spaces     to Icl-Rule-Type Icl-Rule-Code.
     start    PY-IC-Ledger-File key not < Icl-Key
              invalid key
                       go to ea010-Exit
     end-start.
     perform  forever
              read     PY-IC-Ledger-File next record at end
                       exit perform
              end-read
              if       PY-Icl-Status not = "00"
                 or    Icl-Check-Date > WS-St-To
                       exit perform
              end-if
              if       Icl-Owner-Co not = WS-Cmp-Code (K)
                       exit perform cycle
              end-if
              move     Icl-Check-Date to WS-Pr-Date
              move     Icl-Emp-No     to WS-Pr-Emp-No
              move     Icl-Emp-Name   to WS-Pr-Emp-Name
              move     spaces         to WS-Pr-Rule
              string   Icl-Rule-Type  delimited by size
                       " "            delimited by size
                       Icl-Rule-Code  delimited by size
                       into WS-Pr-Rule
              move     Icl-Hours      to WS-Pr-Hours
              move     Icl-Gross      to WS-Pr-Amt (1)
              move     Icl-Burden-Pct to WS-Pr-Pct
              move     Icl-Burden     to WS-Pr-Amt (2)
              move     Icl-Charge     to WS-Pr-Amt (3)
              generate Chg-Line
              add      Icl-Hours      to WS-Tot-Hours
              add      Icl-Gross      to WS-Tot-Gross
              add      Icl-Burden     to WS-Tot-Burden
              add      Icl-Charge     to WS-Tot-Charge
     end-perform.
     move     "Total billed to company"  to WS-Pr-Label.
     move     WS-Tot-Hours               to WS-Pr-Hours.
     move     WS-Tot-Gross               to WS-Pr-Amt (1).
     move     WS-Tot-Burden              to WS-Pr-Amt (2).
     move     WS-Tot-Charge              to WS-Pr-Amt (3).
     generate Chg-Tot-Line.
     add      WS-Tot-Charge to WS-Grand-Charge.
*>
 ea010-Exit.  exit section.
*>
 ea020-Print-Journal         section.
*>**********************************
*>
*> The due-to / due-from journal as staged, batch by batch with its
*> control record.
*>
     move     "Due-to / due-from journal staged (pyicjnl.txt in each company's directory)"
                                      to WS-Sec-Title.
     generate Sec-Title-Line.
     move     "Co  With  Act  GL No   Side          Debit       Credit"
                                      to WS-Col-Head.
     generate Col-Head-Line.
     perform  varying A from 1 by 1 until A > WS-Bat-Count
              perform  varying J from 1 by 1 until J > WS-Jn-Count
                       if       WS-Jn-Co (J)    not = WS-Bat-Co (A)
                          or    WS-Jn-Other (J) not = WS-Bat-Other (A)
                                exit perform cycle
                       end-if
                       move     WS-Jn-Co (J)    to WS-Pr-Co
                       move     WS-Jn-Other (J) to WS-Pr-Other
                       move     WS-Jn-Act (J)   to WS-Pr-Act
                       move     WS-Jn-GL (J)    to WS-Pr-GL
                       move     zero to WS-Pr-Amt (1) WS-Pr-Amt (2)
                       if       WS-Jn-Side (J) = "D"
                                move     "Debit"  to WS-Pr-Side
                                move     WS-Jn-Amt (J) to WS-Pr-Amt (1)
                       else
                                move     "Credit" to WS-Pr-Side
                                move     WS-Jn-Amt (J) to WS-Pr-Amt (2)
                       end-if
                       move     spaces to WS-Pr-Stat
                       generate Jnl-Line
              end-perform
              move     WS-Bat-Co (A)    to WS-Pr-Co
              move     WS-Bat-Other (A) to WS-Pr-Other
              move     WS-Bat-Recs (A)  to WS-Pr-Count
              move     WS-Bat-Dr (A)    to WS-Pr-Amt (1)
              move     WS-Bat-Cr (A)    to WS-Pr-Amt (2)
              if       WS-Bat-Dr (A) = WS-Bat-Cr (A)
                       move     "In balance"     to WS-Pr-Stat
              else
                       move     "OUT OF BALANCE" to WS-Pr-Stat
              end-if
              generate Bat-Line
     end-perform.
*>
 ea020-Exit.  exit section.
*>
 zz010-Find-Company          section.
*>**********************************
*>
*> Company WS-Cur-Co in the company table, added if new - its
*> directory from the company directory and its name from the
*> parameter file there. WS-Found = Y when it can be reached, WS-Co-Ix
*> is its entry.
*>
     move     "N" to WS-Found.
     move     zero to WS-Co-Ix.
     perform  varying J from 1 by 1 until J > WS-Co-Count
              if       WS-Cmp-Code (J) = WS-Cur-Co
                       if       WS-Cmp-Ok (J) = "Y"
                                move     "Y" to WS-Found
                       end-if
                       move     J to WS-Co-Ix
                       go to    zz010-Exit
              end-if
     end-perform.
     if       WS-Co-Count not < 50
              go to    zz010-Exit.
     add      1 to WS-Co-Count.
     move     WS-Co-Count to WS-Co-Ix.
     move     WS-Cur-Co to WS-Cmp-Code (WS-Co-Count).
     move     spaces    to WS-Cmp-Dir (WS-Co-Count)
                           WS-Cmp-Name (WS-Co-Count).
     move     "N"       to WS-Cmp-Ok (WS-Co-Count).
     if       WS-Cdir-Open not = "Y"
              go to    zz010-Exit.
     move     WS-Cur-Co to Cdir-Co-Code.
     read     PY-Co-Dir-File key Cdir-Co-Code
              invalid key
                       go to zz010-Exit
     end-read.
     move     Cdir-Directory to WS-Cmp-Dir (WS-Co-Count)
                                WS-Cur-Dir.
     perform  zz030-Read-Params.
     if       WS-Found = "Y"
              move     PY-PR1-Co-Name to WS-Cmp-Name (WS-Co-Count)
              move     "Y"            to WS-Cmp-Ok (WS-Co-Count)
     end-if.
*>
 zz010-Exit.  exit section.
*>
 zz020-Co-Path               section.
*>**********************************
*>
*> WS-Live-Name's file name in the directory WS-Cur-Dir - none is the
*> live directory and the live name is used as it stands.
*>
     if       WS-Cur-Dir = spaces
              move     WS-Live-Name to WS-Co-Path
              go to    zz020-Exit.
     perform  varying WS-Pos from 532 by -1 until WS-Pos < 1
              if       WS-Live-Name (WS-Pos:1) = "/" or = "\"
                       exit perform
              end-if
     end-perform.
     add      1 to WS-Pos.
     move     spaces to WS-Co-Path.
     string   FUNCTION TRIM (WS-Cur-Dir TRAILING) delimited by size
              WS-Delim                delimited by size
              WS-Live-Name (WS-Pos:)  delimited by space
                                      into WS-Co-Path.
*>
 zz020-Exit.  exit section.
*>
 zz030-Read-Params           section.
*>**********************************
*>
*> Company WS-Cur-Co from the parameter file in WS-Cur-Dir - the
*> record is left in the FD area.
*>
     move     "N" to WS-Found.
     move     WS-Live-47 to WS-Live-Name.
     perform  zz020-Co-Path.
     move     WS-Co-Path to File-47.
     open     input PY-Param1-File.
     if       PY-PR1-Status = "00"
              move     WS-Cur-Co to PY-PR1-Co-Code
              read     PY-Param1-File key PY-PR1-Co-Code
                       invalid key
                                move     "23" to PY-PR1-Status
              end-read
              if       PY-PR1-Status = "00"
                       move     "Y" to WS-Found
              end-if
              close    PY-Param1-File
     end-if.
     move     WS-Live-47 to File-47.
*>
 zz030-Exit.  exit section.
*>
 zz050-Check-Account         section.
*>**********************************
*>
*> Account WS-Act on the accounts file in WS-Cur-Dir.
*>
     move     "N" to WS-Found.
     move     WS-Live-39 to WS-Live-Name.
     perform  zz020-Co-Path.
     move     WS-Co-Path to File-39.
     open     input PY-Accounts-File.
     if       PY-Act-Status = "00"
              move     WS-Act to Act-No
              read     PY-Accounts-File key Act-No
                       invalid key
                                move     "23" to PY-Act-Status
              end-read
              if       PY-Act-Status = "00"
                       move     "Y" to WS-Found
              end-if
              close    PY-Accounts-File
     end-if.
     move     WS-Live-39 to File-39.
*>
 zz050-Exit.  exit section.
*>
 zz060-Add-Job-Work          section.
*>**********************************
*>
*> The job cost record's hours and gross onto its employee's total
*> of job-tagged work.
*>
     move     zero to K.
     perform  varying J from 1 by 1 until J > WS-Job-Count
              if       WS-Job-Emp (J) = Jct-Emp-No
                       move     J to K
                       exit perform
              end-if
     end-perform.
     if       K = zero
              if       WS-Job-Count not < 2000
                       move     "Y" to WS-Table-Full
                       go to    zz060-Exit
              end-if
              add      1 to WS-Job-Count
              move     WS-Job-Count to K
              move     Jct-Emp-No   to WS-Job-Emp (K)
              move     zero to WS-Job-Hours (K) WS-Job-Gross (K)
     end-if.
     add      Jct-Hours to WS-Job-Hours (K).
     add      Jct-Gross to WS-Job-Gross (K).
*>
 zz060-Exit.  exit section.
*>
 zz070-Read-Employee         section.
*>**********************************
*>
     if       Emp-No = WS-Last-Emp
        and   WS-Emp-Ok = "Y"
              go to    zz070-Exit.
     move     Emp-No to WS-Last-Emp.
     move     "Y"    to WS-Emp-Ok.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     "N"    to WS-Emp-Ok
                       move     spaces to Emp-Name Emp-Dept
     end-read.
*>
 zz070-Exit.  exit section.
*>
 zz080-Add-Charge            section.
*>**********************************
*>
*> WS-Hours / WS-Gross of Emp-No under the rule just read, added to
*> the line for the same employee and rule, then re-priced.
*>
     move     zero to K.
     perform  varying J from 1 by 1 until J > WS-Chg-Count
              if       WS-Chg-Emp (J)  = Emp-No
                 and   WS-Chg-Type (J) = Icr-Type
                 and   WS-Chg-Code (J) = Icr-Code
                       move     J to K
                       exit perform
              end-if
     end-perform.
     if       K = zero
              if       WS-Chg-Count not < 2000
                       move     "Y" to WS-Table-Full
                       go to    zz080-Exit
              end-if
              add      1 to WS-Chg-Count
              move     WS-Chg-Count         to K
              move     Emp-No               to WS-Chg-Emp (K)
              move     Emp-Name             to WS-Chg-Name (K)
              move     Icr-Type             to WS-Chg-Type (K)
              move     Icr-Code             to WS-Chg-Code (K)
              move     Icr-Owner-Co         to WS-Chg-Owner (K)
              move     Icr-Burden-Pct       to WS-Chg-Pct (K)
              move     Icr-Home-DueFrom-Act to WS-Chg-Act (K 1)
              move     Icr-Home-Recover-Act to WS-Chg-Act (K 2)
              move     Icr-Own-Expense-Act  to WS-Chg-Act (K 3)
              move     Icr-Own-DueTo-Act    to WS-Chg-Act (K 4)
              move     zero to WS-Chg-Hours (K) WS-Chg-Gross (K)
     end-if.
     add      WS-Hours to WS-Chg-Hours (K).
     add      WS-Gross to WS-Chg-Gross (K).
     compute  WS-Chg-Burden (K) rounded =
              WS-Chg-Gross (K) * WS-Chg-Pct (K) / 100.
     add      WS-Chg-Gross (K) WS-Chg-Burden (K) giving WS-Chg-Charge (K).
*>
 zz080-Exit.  exit section.
*>
 zz090-Add-Journal           section.
*>**********************************
*>
*> WS-Amt on WS-Side of account WS-Act in company WS-Jnl-Co against
*> counterparty WS-Other-Co.
*>
     move     zero to K.
     perform  varying J from 1 by 1 until J > WS-Jn-Count
              if       WS-Jn-Co (J)    = WS-Jnl-Co
                 and   WS-Jn-Other (J) = WS-Other-Co
                 and   WS-Jn-Act (J)   = WS-Act
                 and   WS-Jn-Side (J)  = WS-Side
                       move     J to K
                       exit perform
              end-if
     end-perform.
     if       K = zero
              if       WS-Jn-Count not < 400
                       move     "Y" to WS-Table-Full
                       go to    zz090-Exit
              end-if
              add      1 to WS-Jn-Count
              move     WS-Jn-Count to K
              move     WS-Jnl-Co   to WS-Jn-Co (K)
              move     WS-Other-Co to WS-Jn-Other (K)
              move     WS-Act      to WS-Jn-Act (K)
              move     WS-Side     to WS-Jn-Side (K)
              move     zero        to WS-Jn-GL (K) WS-Jn-Amt (K)
              move     "N"         to WS-Jn-Ok (K)
     end-if.
     add      WS-Amt to WS-Jn-Amt (K).
*>
 zz090-Exit.  exit section.
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
