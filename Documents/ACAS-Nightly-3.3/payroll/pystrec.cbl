       >>source free
*>****************************************************************
*>      State Annual Withholding Reconciliation - Quarterly       *
*>        Over / Under & State W-2 Electronic Submission          *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pystrec.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          The year end state withholding reconciliation,
*>                      run once per state per year - the state form
*>                      that ties the W-2s to what was withheld and
*>                      deposited through the year.
*>
*>                      Withheld by quarter is the "A" accruals pyapply
*>                      put on PY-State-Ledger-File for check dates in
*>                      the quarter. Deposited by quarter is the "P"
*>                      payments keyed through pystdep, credited to the
*>                      period each one pays for - the ledger does not
*>                      hold it, so it is worked from the state's
*>                      deposit rule on PY-State-Profile-Record: a
*>                      semiweekly (S) payment covers the check dates
*>                      of the week before it, a monthly or quarterly
*>                      (M / Q) one the month before it. Payments made
*>                      up to the end of February of the next year are
*>                      looked at, so the fourth quarter's late
*>                      deposits are counted.
*>
*>                      The W-2 figures are each employee's YTD state
*>                      wages and SWT for the state on PY-Emp-State-
*>                      File, so as with pyefw2 run it before the new
*>                      year's first pay run.
*>
*>                      Prints per quarter the withheld, deposited and
*>                      over / under, then the year - W-2 SWT against
*>                      the ledger and the balance due or overpaid -
*>                      and writes pystw2.txt, the state's electronic
*>                      W-2 file in the EFW2 layout (see wspyefw2.cob):
*>                      RA, RE, an RW and RS per employee, the RS
*>                      carrying the state employer account number
*>                      held on the profile (keyed in pystprof), then
*>                      RT, the RV state totals and RF.
*>
*>                      Same prompt plan as pyefw2.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrcapt.
*>                      pyxreg.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      DATE-OF-INTEGER.
*>                      INTEGER-OF-DATE.
*>    Files used :
*>                      pypr1.   Params.
*>                      pystp.   State Tax Profiles (account no, deposit rule).
*>                      pystl.   State Deposit Ledger.
*>                      pyemst.  Employee Per-State Wages / SWT.
*>                      pyemp.   Employee Master.
*>                      pyhis.   Employee History (RW federal boxes).
*>                      pystw2.txt  State W-2 e-file - Output.
*>                      prt-1.   State Withholding Reconciliation.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 3, PY334 - 336, PY895, PY445 - 447, PY468.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Refused for a training company (PY-PR9-
*>                       Training, built by pytrain) - nothing for
*>                       outside is produced from practice data.
*>                       New msg PY468.
*> 15/10/26 vbc - 1.0.02 The state W-2 file is registered on the outbound
*>                       release log (pyxreg) once closed - held until a
*>                       supervisor releases it in pyxmit, a rebuild of one
*>                       already released shown as a possible duplicate.
*>                       New msgs PY445 - 447.
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
 copy "selpystp.cob".
 copy "selpystl.cob".
 copy "selpyemst.cob".
 copy "selpyemp.cob".
 copy "selpyhis.cob".
 copy "selpysw2.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpystp.cob".
 copy "fdpystl.cob".
 copy "fdpyemst.cob".
 copy "fdpyemp.cob".
 copy "fdpyhis.cob".
 copy "fdpysw2.cob".
*>
 fd  Print-File
     reports are Rec-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pystrec  (1.0.02)".  *> First release pre testing.
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
     03  PY-Stp-Status       pic xx.
     03  PY-Stl-Status       pic xx.
     03  PY-Emst-Status      pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-His-Emp-Status   pic xx.
     03  PY-Sw2-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
     03  WS-Page-Lines       binary-char unsigned value 56.
*>
     03  WS-State            pic xx       value spaces.
     03  WS-Year             pic 9(4)     value zero.
     03  WS-Acct-No          pic x(20)    value spaces.
     03  WS-Dep-Freq         pic x        value "M".
     03  WS-EIN              pic x(9)     value spaces.
     03  WS-EIN-Ptr          pic 99       value zero.
     03  WS-Sub              pic 99       value zero.
     03  WS-Disp-Cnt         pic zzzzz9.
*>
*> Ledger pass.
*>
     03  WS-Last-Date        pic 9(8)     value zero.  *> last payment date looked at
     03  WS-Cover-Date       pic 9(8)     value zero.  *> date the payment is for
     03  WS-Cover-Year       pic 9(4)     value zero.
     03  WS-Cover-Month      pic 99       value zero.
     03  WS-Q                pic 9        value zero.
     03  WS-Q-Withheld       pic 9(9)v99  comp-3 value zero  occurs 4.
     03  WS-Q-Deposited      pic 9(9)v99  comp-3 value zero  occurs 4.
     03  WS-Q-Diff           pic s9(9)v99 comp-3 value zero.
     03  WS-Q-Flag           pic x(5)     value spaces.
*>
*> Year totals.
*>
     03  WS-Tot-Withheld     pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Deposited    pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Diff         pic s9(9)v99 comp-3 value zero.
     03  WS-W2-Count         pic 9(7)     value zero.
     03  WS-W2-Wages         pic 9(11)v99 comp-3 value zero.
     03  WS-W2-SWT           pic 9(11)v99 comp-3 value zero.
     03  WS-W2-Diff          pic s9(11)v99 comp-3 value zero.
     03  WS-W2-Flag          pic x(37)    value spaces.
     03  WS-Balance          pic s9(11)v99 comp-3 value zero.
     03  WS-Bal-Flag         pic x(11)    value spaces.
*>
*> RT federal totals.
*>
     03  WS-RW-Count         pic 9(7)     value zero.
     03  WS-Box-Amt          pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Wages        pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-FWT          pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-SS-Wages     pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-SS-Tax       pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-Mcare-Wages  pic 9(13)v99 comp-3 value zero.
     03  WS-Tot-Mcare-Tax    pic 9(13)v99 comp-3 value zero.
*>
     03  WS-Name-Last        pic x(20)    value spaces.
     03  WS-Name-First       pic x(15)    value spaces.
     03  WS-Name-Middle      pic x(15)    value spaces.
*>
 copy "wspyxreq.cob".
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
     03  PY003           pic x(31) value "PY003 Employee File not Found -".
*>
*> Program specific
*>
     03  PY334           pic x(68) value "PY334 No state profile with a withholding account no. - see pystprof".
     03  PY335           pic x(59) value "PY335 No withholding for that state and year - no file made".
     03  PY336           pic x(42) value "PY336 Employee State Wage File not Found -".
     03  PY895           pic x(37) value "PY895 Employee History File missing -".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
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
 RD  Rec-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 7
     Last  Detail WS-Page-Lines.
*>
 01  Report-Rec-Head  Type Page Heading.
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
         05  col  38     pic x(34)   value "State Withholding Reconciliation -".
         05  col  74     pic xx      source WS-State.
         05  col  77     pic x(3)    value "for".
         05  col  81     pic 9(4)    source WS-Year.
     03  line  4.
         05  col   1     pic x(22)   value "Employer account no. :".
         05  col  24     pic x(20)   source WS-Acct-No.
         05  col  50     pic x(19)   value "Deposit frequency :".
         05  col  70     pic x       source WS-Dep-Freq.
     03  line  6.
         05  col   1                 value "Quarter         Withheld        Deposited     Over / Under".
*>
 01  Rec-Quarter type is detail.
     03  line + 1.
         05  col   4     pic 9             source WS-Q.
         05  col  10     pic zzz,zzz,zz9.99 source WS-Q-Withheld (WS-Q).
         05  col  27     pic zzz,zzz,zz9.99 source WS-Q-Deposited (WS-Q).
         05  col  43     pic zzz,zzz,zz9.99- source WS-Q-Diff.
         05  col  60     pic x(5)          source WS-Q-Flag.
*>
 01  Rec-Year type is detail.
     03  line + 2.
         05  col   1     pic x(4)          value "Year".
         05  col  10     pic zzz,zzz,zz9.99 source WS-Tot-Withheld.
         05  col  27     pic zzz,zzz,zz9.99 source WS-Tot-Deposited.
         05  col  43     pic zzz,zzz,zz9.99- source WS-Tot-Diff.
     03  line + 3.
         05  col   1     pic x(29)         value "W-2s (RS records)           :".
         05  col  32     pic z,zzz,zz9     source WS-W2-Count.
     03  line + 1.
         05  col   1     pic x(29)         value "W-2 state wages (box 16)    :".
         05  col  32     pic zz,zzz,zzz,zz9.99 source WS-W2-Wages.
     03  line + 1.
         05  col   1     pic x(29)         value "W-2 state tax (box 17)      :".
         05  col  32     pic zz,zzz,zzz,zz9.99 source WS-W2-SWT.
     03  line + 1.
         05  col   1     pic x(29)         value "Withheld per ledger         :".
         05  col  32     pic zz,zzz,zzz,zz9.99 source WS-Tot-Withheld.
     03  line + 1.
         05  col   1     pic x(29)         value "W-2s less ledger            :".
         05  col  31     pic zz,zzz,zzz,zz9.99- source WS-W2-Diff.
         05  col  52     pic x(37)         source WS-W2-Flag.
     03  line + 2.
         05  col   1     pic x(29)         value "Deposited for the year      :".
         05  col  32     pic zz,zzz,zzz,zz9.99 source WS-Tot-Deposited.
     03  line + 1.
         05  col   1     pic x(29)         value "W-2 state tax less deposits :".
         05  col  31     pic zz,zzz,zzz,zz9.99- source WS-Balance.
         05  col  52     pic x(11)         source WS-Bal-Flag.
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
     display  "State Withholding Reconciliation" at 0125 with foreground-color 2.
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
*> Employer EIN - the digits of PY-PR1-Tax-ID.
*>
     move     spaces to WS-EIN.
     move     1      to WS-EIN-Ptr.
     perform  varying WS-Sub from 1 by 1 until WS-Sub > 24
                                            or WS-EIN-Ptr > 9
              if       PY-PR1-Tax-ID (WS-Sub:1) is numeric
                       move     PY-PR1-Tax-ID (WS-Sub:1) to WS-EIN (WS-EIN-Ptr:1)
                       add      1 to WS-EIN-Ptr
              end-if
     end-perform.
*>
     display  "State to reconcile         [  ]"   at 0501.
     accept   WS-State at 0530 with UPPER.
     if       WS-State = spaces
              goback.
     display  "Tax year                   [    ]" at 0701.
     move     PY-PR2-Year to WS-Year.
     accept   WS-Year at 0730 with UPDATE.
*>
*> The state's profile for the year gives the account number the
*> state knows us by and the deposit rule payments are credited on.
*>
     move     spaces to WS-Acct-No.
     open     input PY-State-Profile-File.
     if       PY-Stp-Status = "00"
              move     WS-State to Stp-State
              move     WS-Year  to Stp-Year
              read     PY-State-Profile-File key Stp-Key
                       not invalid key
                                move     Stp-Acct-No  to WS-Acct-No
                                move     Stp-Dep-Freq to WS-Dep-Freq
              end-read
              close    PY-State-Profile-File
     end-if.
     if       WS-Acct-No = spaces
              display  PY334    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 AUTO
              goback   returning 7
     end-if.
     if       WS-Dep-Freq not = "S" and not = "Q"
              move     "M" to WS-Dep-Freq.
*>
     open     input PY-Emp-State-File.
     if       PY-Emst-Status not = "00"
              display  PY336         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Emp-State-File
              goback   returning 3
     end-if.
     open     input PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY003         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Employee-File PY-Emp-State-File
              goback   returning 3
     end-if.
     open     input PY-History-File.
     if       PY-His-Emp-Status not = "00"
              display  PY895         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-History-File PY-Employee-File PY-Emp-State-File
              goback   returning 4
     end-if.
*>
     perform  ba000-Ledger-Pass.
*>
     open     output PY-State-W2-File.
     perform  bb000-Write-RA-RE.
     perform  bc000-Employee-Pass.
     if       WS-RW-Count = zero
        and   WS-Tot-Withheld = zero
        and   WS-Tot-Deposited = zero
              close    PY-State-W2-File
              display  PY335 at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    aa090-Close-All.
     perform  bd000-Write-RT-RV-RF.
     close    PY-State-W2-File.
     perform  zz080-Log-Outbound.
*>
     perform  ca000-Report.
*>
     move     WS-W2-Count to WS-Disp-Cnt.
     display  "State W-2 file written - W-2s: " at line 10 col 5 with erase eos.
     display  WS-Disp-Cnt                       at line 10 col 37.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 aa090-Close-All.
     close    PY-Emp-State-File
              PY-Employee-File
              PY-History-File.
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
 ba000-Ledger-Pass           section.
*>**********************************
*>
*> Accruals by the quarter of their check date, payments by the
*> quarter of the period they pay for. Payments into February of
*> the next year are read so late fourth quarter deposits count.
*>
     move     zero to WS-Tot-Withheld WS-Tot-Deposited.
     perform  varying WS-Q from 1 by 1 until WS-Q > 4
              move     zero to WS-Q-Withheld (WS-Q) WS-Q-Deposited (WS-Q)
     end-perform.
     compute  WS-Last-Date = (WS-Year + 1) * 10000 + 0228.
*>
     open     input PY-State-Ledger-File.
     if       PY-Stl-Status not = "00"             *> no ledger yet - all zero
              go to    ba000-Exit.
     move     WS-State to Stl-State.
     compute  Stl-Date = WS-Year * 10000 + 0101.
     move     space    to Stl-Type.
     start    PY-State-Ledger-File key not < Stl-Key
              invalid key
                       move     "23" to PY-Stl-Status
     end-start.
     perform  until PY-Stl-Status not = "00"
              read     PY-State-Ledger-File next record at end
                       exit perform
              end-read
              if       PY-Stl-Status not = "00"
                 or    Stl-State not = WS-State
                 or    Stl-Date > WS-Last-Date
                       exit perform
              end-if
              if       Stl-Accrual
                       if       Stl-Date (1:4) = WS-Year
                                move     Stl-Date (5:2) to WS-Cover-Month
                                compute  WS-Q = (WS-Cover-Month + 2) / 3
                                add      Stl-Amount to WS-Q-Withheld (WS-Q)
                                add      Stl-Amount to WS-Tot-Withheld
                       end-if
                       exit perform cycle
              end-if
              if       WS-Dep-Freq = "S"
                       compute  WS-Cover-Date =
                                DATE-OF-INTEGER (INTEGER-OF-DATE (Stl-Date) - 7)
                       move     WS-Cover-Date (1:4) to WS-Cover-Year
                       move     WS-Cover-Date (5:2) to WS-Cover-Month
              else
                       move     Stl-Date (1:4) to WS-Cover-Year
                       move     Stl-Date (5:2) to WS-Cover-Month
                       if       WS-Cover-Month = 1
                                move     12 to WS-Cover-Month
                                subtract 1 from WS-Cover-Year
                       else
                                subtract 1 from WS-Cover-Month
                       end-if
              end-if
              if       WS-Cover-Year = WS-Year
                       compute  WS-Q = (WS-Cover-Month + 2) / 3
                       add      Stl-Amount to WS-Q-Deposited (WS-Q)
                       add      Stl-Amount to WS-Tot-Deposited
              end-if
     end-perform.
     close    PY-State-Ledger-File.
*>
 ba000-Exit.  exit section.
*>
 bb000-Write-RA-RE           section.
*>**********************************
*>
*> Submitter and employer records - this company submits its own
*> file.
*>
     move     zero to WS-RW-Count WS-W2-Count WS-W2-Wages WS-W2-SWT
                      WS-Tot-Wages WS-Tot-FWT WS-Tot-SS-Wages WS-Tot-SS-Tax
                      WS-Tot-Mcare-Wages WS-Tot-Mcare-Tax.
     move     spaces to PY-EFW2-Record.
     move     "RA"   to Efw2-RA-Ident.
     move     WS-EIN to Efw2-RA-Submitter-EIN.
     move     PY-PR1-Co-Name      to Efw2-RA-Submitter-Name.
     move     PY-PR1-Co-Address-1 to Efw2-RA-Location-Addr.
     move     PY-PR1-Co-Address-2 to Efw2-RA-Delivery-Addr.
     move     PY-PR1-Co-Address-3 to Efw2-RA-City.
     move     PY-PR1-Co-State     to Efw2-RA-State.
     move     PY-PR1-Co-Zip       to Efw2-RA-Zip.
     write    PY-EFW2-Record.
*>
     move     spaces to PY-EFW2-Record.
     move     "RE"    to Efw2-RE-Ident.
     move     WS-Year to Efw2-RE-Tax-Year.
     move     "N"     to Efw2-RE-Agent-Ind.
     move     WS-EIN  to Efw2-RE-EIN.
     move     PY-PR1-Co-Name      to Efw2-RE-Employer-Name.
     move     PY-PR1-Co-Address-1 to Efw2-RE-Location-Addr.
     move     PY-PR1-Co-Address-2 to Efw2-RE-Delivery-Addr.
     move     PY-PR1-Co-Address-3 to Efw2-RE-City.
     move     PY-PR1-Co-State     to Efw2-RE-State.
     move     PY-PR1-Co-Zip       to Efw2-RE-Zip.
     write    PY-EFW2-Record.
*>
 bb000-Exit.  exit section.
*>
 bc000-Employee-Pass         section.
*>**********************************
*>
*> An RW and RS for every employee with wages or SWT in the state
*> this year - terminated staff included, estate payments after a
*> death excluded as pyefw2 does.
*>
     move     zero   to Emst-Emp-No.
     move     spaces to Emst-State.
     start    PY-Emp-State-File key not < Emst-Key
              invalid key
                       go to bc000-Exit
     end-start.
     perform  forever
              read     PY-Emp-State-File next record at end
                       exit perform
              end-read
              if       PY-Emst-Status not = "00"
                       exit perform
              end-if
              if       Emst-State not = WS-State
                       exit perform cycle
              end-if
              if       Emst-YTD-Wages = zero
                and    Emst-YTD-SWT = zero
                       exit perform cycle
              end-if
              move     Emst-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                exit perform cycle
              end-read
              if       Emp-Status = "X"
                 and   Emp-Death-Date (1:4) < WS-Year
                       exit perform cycle
              end-if
              move     Emp-No to His-Emp-No
              read     PY-History-File key His-Emp-No
                       invalid key
                                initialize PY-History-Record
              end-read
              perform  bz000-Split-Name
              perform  bc010-Write-RW
              perform  bc020-Write-RS
     end-perform.
*>
 bc000-Exit.  exit section.
*>
 bc010-Write-RW              section.
*>**********************************
*>
*> The federal boxes as pyefw2 files them - the state matches them
*> to the SSA copy.
*>
     move     spaces to PY-EFW2-Record.
     move     "RW"           to Efw2-RW-Ident.
     move     Emp-SSN        to Efw2-RW-SSN.
     move     WS-Name-First  to Efw2-RW-First-Name.
     move     WS-Name-Middle to Efw2-RW-Middle-Name.
     move     WS-Name-Last   to Efw2-RW-Last-Name.
     move     Emp-Address-1  to Efw2-RW-Location-Addr.
     move     Emp-Address-2  to Efw2-RW-Delivery-Addr.
     move     Emp-Address-3  to Efw2-RW-City.
     move     Emp-State      to Efw2-RW-State.
     move     Emp-Zip        to Efw2-RW-Zip.
     add      His-YTD-Income-Taxable His-YTD-Tips giving WS-Box-Amt.
     move     WS-Box-Amt             to Efw2-RW-Wages.
     add      WS-Box-Amt             to WS-Tot-Wages.
     move     His-YTD-FWT            to Efw2-RW-FWT.
     move     His-YTD-Fica-Taxable   to Efw2-RW-SS-Wages.
     move     His-YTD-FICA           to Efw2-RW-SS-Tax.
     add      His-YTD-Fica-Taxable His-YTD-Tips giving WS-Box-Amt.
     move     WS-Box-Amt             to Efw2-RW-Mcare-Wages.
     add      WS-Box-Amt             to WS-Tot-Mcare-Wages.
     move     His-YTD-MCare          to Efw2-RW-Mcare-Tax.
     move     His-YTD-Tips           to Efw2-RW-SS-Tips.
     move     zero to Efw2-RW-Qual-OT-Prem  Efw2-RW-Qual-Tips
                      Efw2-RW-401k-Deferral Efw2-RW-Roth-401k
                      Efw2-RW-HSA           Efw2-RW-NSO
                      Efw2-RW-Housing-Allow.
     if       Emp-Statutory
              move     "1" to Efw2-RW-Statutory-Emp
     else
              move     "0" to Efw2-RW-Statutory-Emp.
     write    PY-EFW2-Record.
     add      1 to WS-RW-Count.
     add      His-YTD-FWT            to WS-Tot-FWT.
     add      His-YTD-Fica-Taxable   to WS-Tot-SS-Wages.
     add      His-YTD-FICA           to WS-Tot-SS-Tax.
     add      His-YTD-MCare          to WS-Tot-Mcare-Tax.
*>
 bc010-Exit.  exit section.
*>
 bc020-Write-RS              section.
*>**********************************
*>
*> Boxes 15 - 17 from the employee's history for this state.
*>
     move     spaces to PY-EFW2-Record.
     move     "RS"           to Efw2-RS-Ident.
     move     WS-State       to Efw2-RS-State-Code.
     move     Emp-SSN        to Efw2-RS-SSN.
     move     WS-Name-First  to Efw2-RS-First-Name.
     move     WS-Name-Middle to Efw2-RS-Middle-Name.
     move     WS-Name-Last   to Efw2-RS-Last-Name.
     move     WS-Acct-No     to Efw2-RS-Acct-No.
     move     Emst-YTD-Wages to Efw2-RS-State-Wages.
     move     Emst-YTD-SWT   to Efw2-RS-SWT.
     write    PY-EFW2-Record.
     add      1              to WS-W2-Count.
     add      Emst-YTD-Wages to WS-W2-Wages.
     add      Emst-YTD-SWT   to WS-W2-SWT.
*>
 bc020-Exit.  exit section.
*>
 bd000-Write-RT-RV-RF        section.
*>**********************************
*>
     move     spaces to PY-EFW2-Record.
     move     "RT"               to Efw2-RT-Ident.
     move     WS-RW-Count        to Efw2-RT-No-Of-RWs.
     move     WS-Tot-Wages       to Efw2-RT-Wages.
     move     WS-Tot-FWT         to Efw2-RT-FWT.
     move     WS-Tot-SS-Wages    to Efw2-RT-SS-Wages.
     move     WS-Tot-SS-Tax      to Efw2-RT-SS-Tax.
     move     WS-Tot-Mcare-Wages to Efw2-RT-Mcare-Wages.
     move     WS-Tot-Mcare-Tax   to Efw2-RT-Mcare-Tax.
     move     zero to Efw2-RT-Qual-OT-Prem  Efw2-RT-Qual-Tips
                      Efw2-RT-401k-Deferral Efw2-RT-Roth-401k
                      Efw2-RT-HSA           Efw2-RT-NSO
                      Efw2-RT-Housing-Allow.
     write    PY-EFW2-Record.
*>
     move     spaces to PY-EFW2-Record.
     move     "RV"               to Efw2-RV-Ident.
     move     WS-W2-Count        to Efw2-RV-No-Of-RSs.
     move     WS-W2-Wages        to Efw2-RV-State-Wages.
     move     WS-W2-SWT          to Efw2-RV-SWT.
     write    PY-EFW2-Record.
*>
     move     spaces to PY-EFW2-Record.
     move     "RF"          to Efw2-RF-Ident.
     move     WS-RW-Count   to Efw2-RF-No-Of-RWs.
     write    PY-EFW2-Record.
*>
 bd000-Exit.  exit section.
*>
 bz000-Split-Name            section.
*>**********************************
*>
*> Emp-Name is held "Last First M" (see wspyemp) - unstring into the
*> separate EFW2 name fields.
*>
     move     spaces to WS-Name-Last WS-Name-First WS-Name-Middle.
     unstring Emp-Name delimited by all spaces
              into WS-Name-Last
                   WS-Name-First
                   WS-Name-Middle.
*>
 bz000-Exit.  exit section.
*>
 ca000-Report                section.
*>**********************************
*>
*> The quarters - deposits against what was withheld, over positive -
*> then the year: W-2s against the ledger and against the deposits.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Rec-Report.
     perform  varying WS-Q from 1 by 1 until WS-Q > 4
              compute  WS-Q-Diff = WS-Q-Deposited (WS-Q) - WS-Q-Withheld (WS-Q)
              evaluate true
                       when WS-Q-Diff > zero
                                move     "OVER"  to WS-Q-Flag
                       when WS-Q-Diff < zero
                                move     "UNDER" to WS-Q-Flag
                       when other
                                move     spaces  to WS-Q-Flag
              end-evaluate
              generate Rec-Quarter
     end-perform.
*>
     compute  WS-Tot-Diff = WS-Tot-Deposited - WS-Tot-Withheld.
     compute  WS-W2-Diff  = WS-W2-SWT - WS-Tot-Withheld.
     if       WS-W2-Diff = zero
              move     spaces to WS-W2-Flag
     else
              move     "*** W-2s DO NOT AGREE WITH LEDGER ***" to WS-W2-Flag.
     compute  WS-Balance  = WS-W2-SWT - WS-Tot-Deposited.
     evaluate true
              when WS-Balance > zero
                       move     "BALANCE DUE" to WS-Bal-Flag
              when WS-Balance < zero
                       move     "OVERPAID"    to WS-Bal-Flag
              when other
                       move     "BALANCED"    to WS-Bal-Flag
     end-evaluate.
     generate Rec-Year.
     terminate
              Rec-Report.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
*>
 ca000-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The state W-2 file goes on the outbound release log and is held
*> there until a Supervisor or Admin releases it in pyxmit - only the
*> send copy that makes is to go to the state.
*>
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "STATEW2"  to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-157   to Xreq-File-Name.
     move     WS-Year    to Xreq-Period (1:4).
     move     WS-State   to Xreq-Period (6:2).
     move     WS-Tot-Wages to Xreq-Hash.
     call     "pyxreg" using PY-Xmt-Request WS-Calling-Data File-Defs.
     if       Xreq-Result not = zero
              display  PY447       at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    zz080-Wait.
     if       Xreq-Dup = "Y"
              display  PY446       at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Xreq-Dup-Of at line WS-23-Lines col 58 foreground-color 4
              go to    zz080-Wait.
     display  PY445    at line WS-23-Lines col 1 foreground-color 2 erase eol.
     display  Xreq-Seq at line WS-23-Lines col 62 foreground-color 2.
*>
 zz080-Wait.
     display  SY015    at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 zz080-Exit.  exit section.
*>
