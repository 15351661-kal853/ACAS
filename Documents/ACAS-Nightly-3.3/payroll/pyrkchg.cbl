       >>source free
*>****************************************************************
*>     401(k) Recordkeeper Change Import - Deferral Changes And   *
*>              Plan Loan Repayment Start / Change / Stop         *
*>                                                                *
*>            Uses RW (Report writer for prints)                  *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyrkchg.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          pyrkfeed sends the recordkeeper what was
*>                      withheld; this is the return path. Participants
*>                      change their deferral percent and take plan
*>                      loans on the recordkeeper's web site and the
*>                      recordkeeper sends back a change file
*>                      (pyrkchg.csv) that used to be keyed by hand
*>                      into Emp-ED-Grp in py010. One CSV line per
*>                      change:
*>
*>                        type,ssn,effective-ccyymmdd,basis,value,loan-id
*>
*>                      D - pre-tax deferral change: the employee's
*>                          tax class 3 deduction entry is set to the
*>                          value, basis P (percent - the default) or
*>                          A (amount per pay). Zero switches it off.
*>                      R - Roth deferral change, the same against the
*>                          tax class 4 entry.
*>                      L - plan loan repayment start or change: the
*>                          amount per pay on the entry remitted to the
*>                          plan payee (PY-PR6-AE-Payee on the payee
*>                          file) described "401K LOAN " and the loan id,
*>                          built in the first free slot when new.
*>                      S - plan loan repayment stop (paid off or
*>                          defaulted) - the loan entry is switched
*>                          off.
*>
*>                      A deferral change on an auto-enrolled entry is
*>                      the participant's own affirmative election, so
*>                      Emp-AE-Status goes to E and pyautoenr never
*>                      escalates it again.
*>
*>                      The SSN is matched by a scan of the employee
*>                      file (it is not a key). Blank lines and the
*>                      column heading line are skipped. Each employee
*>                      rewrite takes the pylock "A" employee lock as
*>                      pybenplan does, is journalled, and writes one
*>                      change audit entry per field moved through the
*>                      same trail (pyaud) py010 writes to.
*>
*>                      Every line is listed on the change register,
*>                      applied or rejected with the reason - unknown
*>                      SSN, no matching slot, employee open in
*>                      maintenance and so on - SSNs masked by pymask.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pylock.
*>                      pyjrnl.
*>                      pymask.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      NUMVAL.
*>                      TEST-NUMVAL.
*>                      UPPER-CASE.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master - I-O.
*>                      pypayee. Third-party payees - Input.
*>                      pyaud.   Employee change audit trail - Extend.
*>                      pyrkchg.csv  Recordkeeper change file - Input.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY806, PY963 - 966.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Loan entries now described "401K LOAN " + the
*>                       first 5 of the loan id, the prefix pyrkfeed
*>                       reports loan repayments by.
*> 15/10/26 vbc - 1.0.02 Result widened to take UNCHANGED, reason moved
*>                       along one.
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
 copy "selpypye.cob".
 copy "selpyaud.cob".
 copy "selpyrkc.cob".
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
 copy "fdpypye.cob".
 copy "fdpyaud.cob".
 copy "fdpyrkc.cob".
*>
 fd  Print-File
     reports are RK-Change-Register.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyrkchg  (1.0.02)".  *> First release pre testing.
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
 copy "wspylkq.cob".
 copy "wspyjnq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  WS-Jnl-Key-Num      pic 9(8)     value zero.  *> display form for Jnq-Key
     03  PY-PR1-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Pye-Status       pic xx.
     03  PY-Aud-Status       pic xx.
     03  PY-Rkc-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
     03  WS-Page-Lines       binary-char unsigned value 56.
     03  A                   pic 9        value zero.
     03  WS-Slot             pic 9        value zero.
     03  WS-Free-Slot        pic 9        value zero.
     03  WS-Emp-Found        pic x        value "N".
     03  WS-Changed          pic x        value "N".
     03  WS-Plan-Payee       pic 9(4)     value zero.
     03  WS-Plan-Payee-Name  pic x(32)    value spaces.
*>
*> Parsed CSV fields
*>
     03  WS-Rkc-Ptr          pic 999      value zero.       *> unstring pointer
     03  WS-Rkc-Type         pic x(4)     value spaces.
     03  WS-Rkc-SSN          pic x(11)    value spaces.
     03  WS-Rkc-Eff          pic x(10)    value spaces.
     03  WS-Rkc-Basis        pic x(4)     value spaces.
     03  WS-Rkc-Value        pic x(12)    value spaces.
     03  WS-Rkc-Loan-Id      pic x(5)     value spaces.
     03  WS-Rkc-SSN9         pic 9(9)     value zero.
     03  WS-Rkc-Eff-Date     pic 9(8)     value zero.
     03  WS-Rkc-Amount       pic 9(6)v99  value zero.
     03  WS-Rkc-Class        pic 9        value zero.
     03  WS-Loan-Desc.
         05  filler          pic x(10)    value "401K LOAN ".
         05  WS-Loan-Desc-Id pic x(5)     value spaces.
*>
*> Audit trail working fields - as py010
*>
     03  WS-Aud-Date         pic 9(8).
     03  WS-Aud-Time         pic 9(8).
     03  WS-Aud-Edit         pic z(7)9.99.
     03  WS-Old-Factor       pic 9(6)v99  value zero.
     03  WS-Old-Used         pic x        value space.
     03  WS-Old-Amt-Pcent    pic x        value space.
*>
*> Register line sources
*>
     03  WS-Rg-SSN           pic x(11)    value spaces.
     03  WS-Rg-Emp-No        pic 9(7)     value zero.
     03  WS-Rg-Name          pic x(24)    value spaces.
     03  WS-Rg-Result        pic x(9)     value spaces.
     03  WS-Rg-Reason        pic x(26)    value spaces.
*>
*> Run totals
*>
     03  WS-Lines-Read       pic 9(5)     value zero.
     03  WS-Cnt-Applied      pic 9(5)     value zero.
     03  WS-Cnt-Unchanged    pic 9(5)     value zero.
     03  WS-Cnt-Rejected     pic 9(5)     value zero.
     03  WS-Disp-Cnt         pic zzzz9.
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
*> Module specific
*>
     03  PY806           pic x(31) value "PY806 Employee File not Found -".
     03  PY963           pic x(56) value "PY963 Recordkeeper change file not found - aborting, st=".
     03  PY964           pic x(61) value "PY964 401(k) plan payee not on the payee file - see pyautoenr".
     03  PY965           pic x(28) value "PY965 Payee File not Found -".
     03  PY966           pic x(37) value "PY966 Employee record rewrite error =".
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
 RD  RK-Change-Register
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Rkc-Head  Type Page Heading.
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
         05  col  38     pic x(45)   value "401(k) Recordkeeper Change Import - Register".
     03  Line  4.
         05  col  38     pic x(12)   value "Plan payee :".
         05  col  51     pic 9(4)    source WS-Plan-Payee.
         05  col  56     pic x(32)   source WS-Plan-Payee-Name.
     03  line  5.
         05  col   1                 value "Line  Ty SSN         Emp No  -- Employee Name -----  Effective  B      Value Loan Id Slot Result    Reason".
*>
 01  Rkc-Line-Detail type is detail.
     03  line + 1.
         05  col   1     pic zzzz9         source WS-Lines-Read.
         05  col   7     pic x             source WS-Rkc-Type.
         05  col  10     pic x(11)         source WS-Rg-SSN.
         05  col  22     pic z(6)9         source WS-Rg-Emp-No.
         05  col  30     pic x(24)         source WS-Rg-Name.
         05  col  55     pic x(10)         source WS-Rkc-Eff.
         05  col  66     pic x             source WS-Rkc-Basis.
         05  col  68     pic zzz,zz9.99    source WS-Rkc-Amount.
         05  col  79     pic x(5)          source WS-Rkc-Loan-Id.
         05  col  88     pic z             source WS-Slot.
         05  col  92     pic x(9)          source WS-Rg-Result.
         05  col 102     pic x(26)         source WS-Rg-Reason.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(24)     value "Lines read             :".
         05  col 26          pic zzzz9     source WS-Lines-Read.
     03  line + 1.
         05  col  1          pic x(24)     value "Changes applied        :".
         05  col 26          pic zzzz9     source WS-Cnt-Applied.
     03  line + 1.
         05  col  1          pic x(24)     value "Already in force       :".
         05  col 26          pic zzzz9     source WS-Cnt-Unchanged.
     03  line + 1.
         05  col  1          pic x(24)     value "REJECTED               :".
         05  col 26          pic zzzz9     source WS-Cnt-Rejected.
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
*> Error return codes :-
*>   Return-Code :
*>    0 = No Errors.
*>    1 = No Payroll param file
*>    2 = No Param data record exists / no change file
*>    3 = No employee file
*>    4 = Plan payee not set up
*>    8 = Error with Lines < 28 or Column < 80
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
     display  "401(k) Recordkeeper Change Import" at 0125 with foreground-color 2.
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
              goback   returning 2
     end-if.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
*>
*> Loan repayments are remitted to the plan's trustee - the payee
*> pyautoenr's plan settings name. Nothing is posted until that is
*> set up, else the loan entries would go out with no one to pay.
*>
     open     input PY-Payee-File.
     if       PY-Pye-Status not = "00"
              display  PY965         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-Pye-Status at line WS-23-Lines col 30
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Payee-File
              goback   returning 4
     end-if.
     if       PY-PR6-AE-Used not = "Y" and not = "N"
              move     zero to Pye-Payee-No
     else
              move     PY-PR6-AE-Payee to Pye-Payee-No.
     if       Pye-Payee-No not = zero
              read     PY-Payee-File key Pye-Payee-No
                       invalid key
                                move     zero to Pye-Payee-No
              end-read
     end-if.
     move     Pye-Payee-No to WS-Plan-Payee.
     move     Pye-Name     to WS-Plan-Payee-Name.
     close    PY-Payee-File.
     if       WS-Plan-Payee = zero
              display  PY964         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              goback   returning 4
     end-if.
*>
     open     i-o PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY806         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Employee-File
              goback   returning 3
     end-if.
*>
     open     input PY-RK-Change-File.
     if       PY-Rkc-Status not = "00"
              display  PY963         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-Rkc-Status at line WS-23-Lines col 58
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-RK-Change-File PY-Employee-File
              goback   returning 2
     end-if.
*>
     open     extend PY-Audit-File.
     if       PY-Aud-Status = "35"
              open     output PY-Audit-File
              close    PY-Audit-File
              open     extend PY-Audit-File
     end-if.
     accept   WS-Aud-Date from date YYYYMMDD.
     accept   WS-Aud-Time from time.
*>
     open     output Print-File.
     initiate RK-Change-Register.
*>
     perform  ab010-Import-Pass.
*>
     terminate RK-Change-Register.
     if       Page-Counter > zero           *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
     else
              close    Print-File.
*>
     close    PY-RK-Change-File
              PY-Employee-File
              PY-Audit-File.
*>
     move     WS-Cnt-Applied to WS-Disp-Cnt.
     display  "Changes applied  : " at line 10 col 5 with erase eos.
     display  WS-Disp-Cnt           at line 10 col 24.
     move     WS-Cnt-Unchanged to WS-Disp-Cnt.
     display  "Already in force : " at line 11 col 5.
     display  WS-Disp-Cnt           at line 11 col 24.
     move     WS-Cnt-Rejected to WS-Disp-Cnt.
     display  "Rejected         : " at line 12 col 5.
     display  WS-Disp-Cnt           at line 12 col 24.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
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
 ab010-Import-Pass           section.
*>**********************************
*>
     perform  forever
              read     PY-RK-Change-File at end
                       exit perform
              end-read
              if       PY-RK-Change-Record = spaces
                       exit perform cycle
              end-if
              add      1 to WS-Lines-Read
              move     zero   to WS-Rg-Emp-No WS-Slot WS-Rkc-Amount
              move     spaces to WS-Rg-SSN WS-Rg-Name WS-Rg-Result WS-Rg-Reason
              perform  ab020-Parse-Line
              if       WS-Rkc-Type = "TYPE"             *> column heading line
                       subtract 1 from WS-Lines-Read
                       exit perform cycle
              end-if
              if       WS-Rg-Reason = spaces
                       perform  ab030-Apply-Line
              end-if
              if       WS-Rg-Reason not = spaces
                 and   WS-Rg-Result = spaces
                       move     "REJECTED" to WS-Rg-Result
                       add      1 to WS-Cnt-Rejected
              end-if
              generate Rkc-Line-Detail
     end-perform.
*>
 ab010-Exit.  exit section.
*>
 ab020-Parse-Line            section.
*>**********************************
*>
*> type,ssn,effective-ccyymmdd,basis,value,loan-id - anything that
*> does not parse comes back with the reject reason set.
*>
     move     spaces to WS-Rkc-Type WS-Rkc-SSN WS-Rkc-Eff WS-Rkc-Basis
                        WS-Rkc-Value WS-Rkc-Loan-Id.
     move     zero   to WS-Rkc-SSN9 WS-Rkc-Eff-Date.
     move     1 to WS-Rkc-Ptr.
     unstring PY-RK-Change-Record  delimited by ","
                                    into WS-Rkc-Type
                                         WS-Rkc-SSN
                                         WS-Rkc-Eff
                                         WS-Rkc-Basis
                                         WS-Rkc-Value
                                         WS-Rkc-Loan-Id
                               pointer WS-Rkc-Ptr
     end-unstring.
     move     UPPER-CASE (WS-Rkc-Type)    to WS-Rkc-Type.
     move     UPPER-CASE (WS-Rkc-Basis)   to WS-Rkc-Basis.
     move     UPPER-CASE (WS-Rkc-Loan-Id) to WS-Rkc-Loan-Id.
     if       WS-Rkc-Type = "TYPE"
              go to    ab020-Exit.
*>
     if       WS-Rkc-Type not = "D" and not = "R" and not = "L" and not = "S"
              move     "UNKNOWN CHANGE TYPE" to WS-Rg-Reason
              go to    ab020-Exit.
*>
*> The SSN may come with or without the dashes.
*>
     inspect  WS-Rkc-SSN replacing all "-" by space.
     if       WS-Rkc-SSN = spaces
       or     TEST-NUMVAL (WS-Rkc-SSN) not = zero
              move     "BAD SSN" to WS-Rg-Reason
              go to    ab020-Exit.
     move     NUMVAL (WS-Rkc-SSN) to WS-Rkc-SSN9.
     call     "pymask" using WS-Rkc-SSN9 WS-CD-Args (9:1) WS-Rg-SSN.
*>
     if       WS-Rkc-Eff not = spaces
              if       TEST-NUMVAL (WS-Rkc-Eff) not = zero
                       move     "BAD EFFECTIVE DATE" to WS-Rg-Reason
                       go to    ab020-Exit
              end-if
              move     NUMVAL (WS-Rkc-Eff) to WS-Rkc-Eff-Date
     end-if.
*>
*> Deferrals default to a percent, loans are always an amount per pay.
*>
     if       WS-Rkc-Basis = spaces
              if       WS-Rkc-Type = "D" or "R"
                       move     "P" to WS-Rkc-Basis
              else
                       move     "A" to WS-Rkc-Basis
              end-if
     end-if.
     if       WS-Rkc-Basis not = "P" and not = "A"
        or   (WS-Rkc-Basis = "P" and (WS-Rkc-Type = "L" or "S"))
              move     "BAD BASIS" to WS-Rg-Reason
              go to    ab020-Exit.
*>
     if       WS-Rkc-Type not = "S"
              if       WS-Rkc-Value = spaces
                  or   TEST-NUMVAL (WS-Rkc-Value) not = zero
                       move     "BAD VALUE" to WS-Rg-Reason
                       go to    ab020-Exit
              end-if
              if       NUMVAL (WS-Rkc-Value) < zero
                  or   NUMVAL (WS-Rkc-Value) > 999999.99
                       move     "BAD VALUE" to WS-Rg-Reason
                       go to    ab020-Exit
              end-if
              move     NUMVAL (WS-Rkc-Value) to WS-Rkc-Amount
              if       WS-Rkc-Basis = "P"
                 and   WS-Rkc-Amount > 100
                       move     "PERCENT OVER 100" to WS-Rg-Reason
                       go to    ab020-Exit
              end-if
     end-if.
*>
     if       (WS-Rkc-Type = "L" or "S")
        and   WS-Rkc-Loan-Id = spaces
              move     "NO LOAN ID" to WS-Rg-Reason.
*>
 ab020-Exit.  exit section.
*>
 ab030-Apply-Line            section.
*>**********************************
*>
     perform  ab040-Find-Employee.
     if       WS-Emp-Found not = "Y"
              move     "UNKNOWN SSN" to WS-Rg-Reason
              go to    ab030-Exit.
     move     Emp-No   to WS-Rg-Emp-No.
     move     Emp-Name to WS-Rg-Name.
     if       Emp-Status = "D" or "T" or "X"
              move     "EMPLOYEE NOT ACTIVE" to WS-Rg-Reason
              go to    ab030-Exit.
*>
*> The same "A" lock py010 holds over an open employee - someone
*> mid-edit means the line is rejected, never trampled; it goes back
*> in the next file or is keyed by hand.
*>
     move     "A"              to Lkq-Action.
     move     Emp-No           to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
     if       Lkq-Result not = zero
              move     "OPEN IN MAINTENANCE" to WS-Rg-Reason
              go to    ab030-Exit.
*>
     move     "N" to WS-Changed.
     if       WS-Rkc-Type = "D" or "R"
              perform  ba000-Deferral-Change
     else
              perform  ca000-Loan-Change.
*>
     if       WS-Rg-Reason = spaces
              if       WS-Changed = "Y"
                       perform  zz020-Rewrite-Emp
              else
                       move     "UNCHANGED"   to WS-Rg-Result
                       move     "ALREADY IN FORCE" to WS-Rg-Reason
                       add      1 to WS-Cnt-Unchanged
              end-if
     end-if.
*>
     move     "R"              to Lkq-Action.
     move     Emp-No           to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
*>
 ab030-Exit.  exit section.
*>
 ab040-Find-Employee         section.
*>**********************************
*>
*> Emp-SSN is not a key - scan for it as pyssnvs does.
*>
     move     "N" to WS-Emp-Found.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to ab040-Exit
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-SSN = WS-Rkc-SSN9
                       move     "Y" to WS-Emp-Found
                       exit perform
              end-if
     end-perform.
*>
 ab040-Exit.  exit section.
*>
 ba000-Deferral-Change       section.
*>**********************************
*>
*> The deferral entry of the matching tax class - class 3 pre-tax for
*> D, class 4 Roth for R - one in use if there is one, else one
*> switched off earlier. The import never builds a deferral entry:
*> a participant with no entry at all is enrolled in py010 or by
*> pyautoenr first.
*>
     if       WS-Rkc-Type = "D"
              move     3 to WS-Rkc-Class
     else
              move     4 to WS-Rkc-Class.
     move     zero to WS-Slot WS-Free-Slot.
     perform  varying A from 1 by 1 until A > 5
              if       Emp-ED-Earn-Ded (A) = "D"
                and    Emp-ED-Tax-Class (A) = WS-Rkc-Class
                       if       Emp-Ed-Used (A) = "Y"
                         and    WS-Slot = zero
                                move     A to WS-Slot
                       end-if
                       if       Emp-Ed-Used (A) not = "Y"
                         and    WS-Free-Slot = zero
                                move     A to WS-Free-Slot
                       end-if
              end-if
     end-perform.
     if       WS-Slot = zero
              move     WS-Free-Slot to WS-Slot.
     if       WS-Slot = zero
              move     "NO MATCHING DEFERRAL SLOT" to WS-Rg-Reason
              go to    ba000-Exit.
*>
     perform  zz005-Save-Old-Entry.
     if       WS-Rkc-Amount = zero
              move     "N" to Emp-Ed-Used (WS-Slot)
     else
              move     "Y" to Emp-Ed-Used (WS-Slot)
              move     WS-Rkc-Basis  to Emp-ED-Amt-Pcent (WS-Slot)
              move     WS-Rkc-Amount to Emp-ED-Factor (WS-Slot).
     perform  zz010-Audit-Entry.
*>
*> The participant has now made their own election - an auto-enrolled
*> entry stops escalating, and one never looked at is never enrolled
*> over.
*>
     if       (Emp-AE-Enrolled and Emp-AE-Slot = WS-Slot)
        or    (Emp-AE-Not-Seen and WS-Rkc-Amount not = zero)
              move     "E" to Emp-AE-Status
              move     "Y" to WS-Changed.
*>
 ba000-Exit.  exit section.
*>
 ca000-Loan-Change           section.
*>**********************************
*>
*> The loan entry is the one remitted to the plan payee carrying this
*> loan's id in its description - an employee can be repaying more
*> than one loan.
*>
     move     WS-Rkc-Loan-Id to WS-Loan-Desc-Id.
     move     zero to WS-Slot WS-Free-Slot.
     perform  varying A from 1 by 1 until A > 5
              if       Emp-ED-Earn-Ded (A) = "D"
                and    Emp-ED-Payee-No (A) = WS-Plan-Payee
                and    Emp-ED-Desc (A) = WS-Loan-Desc
                and    WS-Slot = zero
                       move     A to WS-Slot
              end-if
              if       Emp-Ed-Used (A) not = "Y"
                and    WS-Free-Slot = zero
                       move     A to WS-Free-Slot
              end-if
     end-perform.
*>
     if       WS-Rkc-Type = "S"
              if       WS-Slot = zero
                       move     "NO MATCHING LOAN SLOT" to WS-Rg-Reason
                       go to    ca000-Exit
              end-if
              perform  zz005-Save-Old-Entry
              move     "N" to Emp-Ed-Used (WS-Slot)
              perform  zz010-Audit-Entry
              go to    ca000-Exit.
*>
*> A new loan gets the first free slot - no free slot is a listed
*> reject, never a silent overwrite of someone's garnishment.
*>
     if       WS-Slot = zero
              if       WS-Free-Slot = zero
                       move     "NO FREE E/D SLOT" to WS-Rg-Reason
                       go to    ca000-Exit
              end-if
              move     WS-Free-Slot     to WS-Slot
              perform  zz005-Save-Old-Entry
              move     WS-Loan-Desc     to Emp-ED-Desc (WS-Slot)
              move     "D"              to Emp-ED-Earn-Ded (WS-Slot)
              move     1                to Emp-ED-Exclusion (WS-Slot)
              move     "N"              to Emp-ED-Limit-Used (WS-Slot)
              move     zero             to Emp-ED-Limit (WS-Slot)
                                           Emp-ED-Factor (WS-Slot)
              move     16               to Emp-ED-Chk-Cat (WS-Slot)
              move     5                to Emp-ED-Priority (WS-Slot)
              move     WS-Plan-Payee    to Emp-ED-Payee-No (WS-Slot)
              move     0                to Emp-ED-Tax-Class (WS-Slot)   *> repaid from net pay
              if       PY-PR6-AE-Acct = zero
                       move     PY-PR1-Dflt-Dist-Acct to Emp-ED-Acct-No (WS-Slot)
              else
                       move     PY-PR6-AE-Acct        to Emp-ED-Acct-No (WS-Slot)
              end-if
              move     "Y"              to WS-Changed
     else
              perform  zz005-Save-Old-Entry.
*>
     move     "Y"           to Emp-Ed-Used (WS-Slot).
     move     "A"           to Emp-ED-Amt-Pcent (WS-Slot).
     move     WS-Rkc-Amount to Emp-ED-Factor (WS-Slot).
     perform  zz010-Audit-Entry.
*>
 ca000-Exit.  exit section.
*>
 zz005-Save-Old-Entry        section.
*>**********************************
*>
     move     Emp-ED-Factor (WS-Slot)    to WS-Old-Factor.
     move     Emp-Ed-Used (WS-Slot)      to WS-Old-Used.
     move     Emp-ED-Amt-Pcent (WS-Slot) to WS-Old-Amt-Pcent.
*>
 zz005-Exit.  exit section.
*>
 zz010-Audit-Entry           section.
*>**********************************
*>
*> One audit entry per field moved, in py010's field naming, with the
*> slot number in the field id.
*>
     if       WS-Old-Used not = Emp-Ed-Used (WS-Slot)
              move     "EMP-ED-USED       " to Aud-Field
              move     WS-Slot (1:1)        to Aud-Field (13:1)
              move     WS-Old-Used          to Aud-Old-Value
              move     Emp-Ed-Used (WS-Slot) to Aud-New-Value
              perform  zz110-Write-Audit.
     if       WS-Old-Amt-Pcent not = Emp-ED-Amt-Pcent (WS-Slot)
              move     "EMP-ED-AMT-PCENT  " to Aud-Field
              move     WS-Slot (1:1)        to Aud-Field (18:1)
              move     WS-Old-Amt-Pcent     to Aud-Old-Value
              move     Emp-ED-Amt-Pcent (WS-Slot) to Aud-New-Value
              perform  zz110-Write-Audit.
     if       WS-Old-Factor not = Emp-ED-Factor (WS-Slot)
              move     "EMP-ED-FACTOR     " to Aud-Field
              move     WS-Slot (1:1)        to Aud-Field (15:1)
              move     WS-Old-Factor        to WS-Aud-Edit
              move     WS-Aud-Edit          to Aud-Old-Value
              move     Emp-ED-Factor (WS-Slot) to WS-Aud-Edit
              move     WS-Aud-Edit          to Aud-New-Value
              perform  zz110-Write-Audit.
*>
 zz010-Exit.  exit section.
*>
 zz020-Rewrite-Emp           section.
*>**********************************
*>
     rewrite  PY-Employee-Record.
     if       PY-Emp-Status not = "00"
              display  PY966         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-Emp-Status at line WS-23-Lines col 40
              display  SY015         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 58 AUTO
              display  space at line WS-23-Lines col 1 with erase eos
              move     "REWRITE FAILED" to WS-Rg-Reason
     else
              move     "APPLIED" to WS-Rg-Result
              add      1 to WS-Cnt-Applied
              perform  zz050-Journal-Emp.
*>
 zz020-Exit.  exit section.
*>
 zz050-Journal-Emp           section.
*>**********************************
*>
*> Day-journal after image for pyroll's roll-forward. pyjrnl is
*> silent on failure by design - journaling never breaks the post.
*>
     move     "PYEMP"          to Jnq-File-Id.
     move     "A"              to Jnq-Action.
     move     "pyrkchg"        to Jnq-Program.
     move     Emp-No           to WS-Jnl-Key-Num.
     move     WS-Jnl-Key-Num   to Jnq-Key.
     move     PY-Employee-Record to Jnq-Image.
     call     "pyjrnl" using PY-Jnl-Request File-Defs.
*>
 zz050-Exit.  exit section.
*>
 zz110-Write-Audit           section.
*>**********************************
*>
*> An audit entry means the record is to be rewritten. If the audit
*> file could not be opened the change still posts - as py010.
*>
     move     "Y"               to WS-Changed.
     if       PY-Aud-Status not = "00"
              go to    zz110-Exit.
     move     WS-Aud-Date       to Aud-Date.
     move     WS-Aud-Time (1:6) to Aud-Time.
     move     WS-CD-Args (1:8)  to Aud-Operator.
     move     "pyrkchg"         to Aud-Program.
     move     Emp-No            to Aud-Emp-No.
     write    PY-Audit-Record.
*>
 zz110-Exit.  exit section.
