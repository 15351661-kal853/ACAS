       >>source free
*>****************************************************************
*>       Health Savings Account Custodian Funding File            *
*>        (per pay period, after the Check Register)              *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyhsafeed.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Builds the HSA custodian's fixed-layout funding
*>                      file (pyhsafeed.txt, wspyhsf.cob) for this pay
*>                      run, so the money taken and the employer money
*>                      promised actually reach each employee's account.
*>                      Per paid employee with HSA coverage (Emp-HSA-
*>                      Coverage, set by pybenplan):
*>
*>                      - employee contribution = Emp-HSA-Last-Emp, the
*>                        Section 125 slot amount pyapply took after the
*>                        annual limit;
*>                      - employer contribution = Emp-HSA-Last-Er;
*>                      - year to date = His-YTD-HSA-Emp + -Er, this run
*>                        included.
*>
*>                      Only figures stamped with this run's check date
*>                      (Emp-HSA-Last-Date = PY-PR2-Check-Date) are sent,
*>                      so a rerun never funds an earlier period twice.
*>
*>                      Gated by pyrunctl action "C" step 5 - the
*>                      file can only be produced after the Check
*>                      Register has printed for the current run.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrunctl.
*>                      pyxreg.
*>**
*>    Functions Used:
*>                      None.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master.
*>                      pyhis.   Employee History.
*>                      pychk.   Check File (this run).
*>                      pyhsafeed. Funding file - Output.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY967 - 968, PY445 - 447, PY468.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Refused for a training company (PY-PR9-
*>                       Training, built by pytrain) - nothing for
*>                       outside is produced from practice data.
*>                       New msg PY468.
*> 15/10/26 vbc - 1.0.02 The funding file is registered on the outbound
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
 copy "selpyemp.cob".
 copy "selpyhis.cob".
 copy "selpychk.cob".
 copy "selpyhsf.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyemp.cob".
 copy "fdpyhis.cob".
 copy "fdpychk.cob".
 copy "fdpyhsf.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(19) value "pyhsafeed (1.0.02)".  *> First release pre testing.
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
     03  PY-Emp-Status       pic xx.
     03  PY-His-Emp-Status   pic xx.
     03  PY-Chk-Status       pic xx.
     03  PY-Hsf-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
*>
     03  WS-Check-Date       pic 9(8)            value zero.
     03  filler  redefines WS-Check-Date.
         05  WS-Check-Year   pic 9(4).
         05  filler          pic 9(4).
     03  WS-YTD-HSA          pic s9(7)v99 comp-3 value zero.
*>
     03  WS-Cnt-Lines        pic 9(6)            value zero.
     03  WS-Tot-Emp          pic s9(9)v99 comp-3 value zero.
     03  WS-Tot-Er           pic s9(9)v99 comp-3 value zero.
     03  WS-Disp-Cnt         pic zzzzz9.
     03  WS-Disp-Amt         pic z(8)9.99.
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
*>
*> Program specific
*>
     03  PY967           pic x(56) value "PY967 Register step not finished for this run - pyrgstr".
     03  PY968           pic x(43) value "PY968 Check file not found / no run applied".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
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
     display  "HSA Custodian Funding File" at 0125 with foreground-color 2.
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
     move     PY-PR2-Check-Date to WS-Check-Date.
*>
*> The file may only be built once the Register step of the current
*> run has finished - check only, nothing is stamped.
*>
     move     "C"  to Runq-Action.
     move     5    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     if       Runq-Result not = zero
              display  PY967    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58 AUTO
              goback   returning 9
     end-if.
*>
     open     input PY-Employee-File.
     open     input PY-History-File.
     open     input PY-Check-File.
     if       PY-Chk-Status not = "00"
              display  PY968    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 AUTO
              perform  aa090-Close-All
              goback   returning 2
     end-if.
*>
     open     output PY-HSA-Feed-File.
*>
     move     spaces to PY-HSA-Feed-Record.
     move     "H"                to Hsf-Rec-Type.
     move     PY-PR2-Check-Date  to Hsf-Hdr-Check-Date.
     move     PY-PR1-Co-Name     to Hsf-Hdr-Co-Name.
     write    PY-HSA-Feed-Record.
*>
     perform  ba000-Feed-Pass.
*>
     move     spaces to PY-HSA-Feed-Record.
     move     "T"             to Hsf-Rec-Type.
     move     WS-Cnt-Lines    to Hsf-Trl-Count.
     move     WS-Tot-Emp      to Hsf-Trl-Emp.
     move     WS-Tot-Er       to Hsf-Trl-Er.
     add      WS-Tot-Emp WS-Tot-Er giving Hsf-Trl-Total.
     write    PY-HSA-Feed-Record.
*>
     close    PY-HSA-Feed-File.
     perform  zz080-Log-Outbound.
*>
     move     WS-Cnt-Lines to WS-Disp-Cnt.
     display  "Employees on file : " at line 8 col 5 with erase eos.
     display  WS-Disp-Cnt            at line 8 col 25.
     move     WS-Tot-Emp to WS-Disp-Amt.
     display  "Total employee    : " at line 9 col 5.
     display  WS-Disp-Amt            at line 9 col 25.
     move     WS-Tot-Er to WS-Disp-Amt.
     display  "Total employer    : " at line 10 col 5.
     display  WS-Disp-Amt            at line 10 col 25.
     display  "Funding file written : pyhsafeed.txt" at line 12 col 5.
     display  SY015                  at line WS-Lines col 1.
     accept   WS-Reply               at line WS-Lines col 58.
*>
     perform  aa090-Close-All.
     goback.
*>
 aa090-Close-All.
     close    PY-Employee-File
              PY-History-File
              PY-Check-File.
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
 ba000-Feed-Pass             section.
*>**********************************
*>
*> Walk this run's checks (skipping the key-zero header record) and
*> write a D line for every employee with HSA money this run.
*>
     move     zero to Chk-Emp-No.
     start    PY-Check-File key not < Chk-Emp-No
              invalid key
                       go to ba000-Exit
     end-start.
     perform  forever
              read     PY-Check-File next record at end
                       exit perform
              end-read
              if       PY-Chk-Status not = "00"
                       exit perform
              end-if
              if       Chk-Emp-No = zero          *> the header record
                       exit perform cycle
              end-if
              perform  ba010-One-Check
     end-perform.
*>
 ba000-Exit.  exit section.
*>
 ba010-One-Check             section.
*>**********************************
*>
     move     Chk-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       go to ba010-Exit
     end-read.
*>
*> Only this run's figures, and only when there is money to send.
*>
     if       Emp-HSA-None
        or    Emp-HSA-Last-Date not = WS-Check-Date
              go to ba010-Exit.
     if       Emp-HSA-Last-Emp = zero and Emp-HSA-Last-Er = zero
              go to ba010-Exit.
*>
     move     zero to WS-YTD-HSA.
     move     Emp-No to His-Emp-No.
     read     PY-History-File key His-Emp-No
              invalid key
                       move zero to His-YTD-HSA-Emp His-YTD-HSA-Er
     end-read.
     add      His-YTD-HSA-Emp His-YTD-HSA-Er giving WS-YTD-HSA.
*>
     move     spaces to PY-HSA-Feed-Record.
     move     "D"              to Hsf-Rec-Type.
     move     Emp-SSN          to Hsf-SSN.
     move     Emp-Name         to Hsf-Name.
     move     Emp-HSA-Coverage to Hsf-Coverage.
     move     WS-Check-Year    to Hsf-Tax-Year.
     move     Emp-HSA-Last-Emp to Hsf-Emp-Contrib.
     move     Emp-HSA-Last-Er  to Hsf-Er-Contrib.
     add      Emp-HSA-Last-Emp Emp-HSA-Last-Er giving Hsf-Total.
     move     WS-YTD-HSA       to Hsf-YTD-Total.
     write    PY-HSA-Feed-Record.
     add      1                to WS-Cnt-Lines.
     add      Emp-HSA-Last-Emp to WS-Tot-Emp.
     add      Emp-HSA-Last-Er  to WS-Tot-Er.
*>
 ba010-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The HSA funding file goes on the outbound release log and is held
*> there until a Supervisor or Admin releases it in pyxmit - only the
*> send copy that makes is to go to the HSA custodian.
*>
     if       WS-Cnt-Lines = zero
              go to    zz080-Exit.
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "HSAFEED"  to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-133   to Xreq-File-Name.
     move     PY-PR2-Check-Date to Xreq-Period.
     add      WS-Tot-Emp WS-Tot-Er giving Xreq-Hash.
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
