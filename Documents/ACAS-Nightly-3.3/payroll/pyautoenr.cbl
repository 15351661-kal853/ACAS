       >>source free
*>****************************************************************
*>       401(k) Automatic Enrollment, Opt-Out And Yearly          *
*>                  Auto-Escalation                               *
*>                                                                *
*>            Uses RW (Report writer for prints)                  *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyautoenr.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          The plan document requires automatic
*>                      enrollment (an EACA) - new hires' deferrals
*>                      were being keyed by hand into Emp-ED-Grp in
*>                      py010. Four functions off one menu:
*>
*>                      P - the plan settings (PY-PR6-AE fields on the
*>                          param record) - eligibility days from
*>                          Emp-Start-Date, default percent, yearly
*>                          escalation step and cap, the plan's payee,
*>                          account and entry description and the
*>                          opt-out refund window;
*>                      E - the enrollment pass: every Active employee
*>                          never looked at before (Emp-AE-Status
*>                          space) who has reached eligibility gets
*>                          the default-percent tax class 3 entry in
*>                          the first unused Emp-ED-Grp slot, the plan
*>                          payee on it, and the enrollment date and
*>                          opt-out deadline recorded. Anyone already
*>                          deferring by their own election is marked
*>                          E and left alone;
*>                      O - record one employee's opt-out: the entry is
*>                          switched off and, inside the window, what
*>                          was deferred since enrollment (Emp-AE-
*>                          Deferred, kept by pyapply) is staged as a
*>                          code 16 Deferral Refund line for the next
*>                          pay batch (the permissible withdrawal);
*>                      X - the January escalation pass: every auto-
*>                          enrolled deferral not yet escalated for the
*>                          plan year goes up by the step, never past
*>                          the cap.
*>
*>                      E and X print a notice listing every change
*>                      (and every employee skipped) for the plan
*>                      administrator and the employee files.
*>
*>                      Each employee rewrite takes the pylock "A"
*>                      employee lock as pybenplan does - anyone open
*>                      in py010 is skipped and listed, never
*>                      trampled - and is journalled.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pylock.
*>                      pyjrnl.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      INTEGER-OF-DATE.
*>                      DATE-OF-INTEGER.
*>    Files used :
*>                      pypr1.   Params - I-O.
*>                      pyemp.   Employee Master - I-O.
*>                      pyhrs.   Pay Transactions - I-O (refund line).
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY806, PY954 - 962.
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
 copy "fdpyemp.cob".
 copy "fdpyhrs.cob".
*>
 fd  Print-File
     reports are Auto-Enroll-Notice.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(19) value "pyautoenr (1.0.00)".  *> First release pre testing.
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
     03  A                   pic 9        value zero.
     03  WS-Function         pic x        value space.
     03  WS-Slot             pic 9        value zero.
     03  WS-Own-Election     pic x        value "N".
*>
*> Plan settings as keyed - the param fields are comp-3.
*>
     03  WS-AE-Pcent         pic 99v99    value zero.
     03  WS-AE-Step          pic 99v99    value zero.
     03  WS-AE-Cap           pic 99v99    value zero.
     03  WS-AE-Acct          pic 999      value zero.
*>
     03  WS-Today-YMD        pic 9(8)     value zero.
     03  filler  redefines WS-Today-YMD.
         05  WS-Today-Year   pic 9(4).
         05  WS-Today-Month  pic 99.
         05  WS-Today-Day    pic 99.
     03  WS-Today-Int        binary-long  value zero.
     03  WS-Elig-Int         binary-long  value zero.
     03  WS-Esc-Year         pic 9(4)     value zero.
     03  WS-Key-Emp          pic 9(7)     value zero.
     03  WS-Refund           pic 9(6)v99  value zero.
*>
*> One notice row is built here before each Generate.
*>
     03  WS-AE-Title         pic x(40)    value spaces.
     03  WS-AE-Action        pic x(10)    value spaces.
     03  WS-AE-Old-Pcent     pic 99v99    value zero.
     03  WS-AE-New-Pcent     pic 99v99    value zero.
     03  WS-AE-Note          pic x(24)    value spaces.
*>
     03  WS-Cnt-Read         pic 9(5)     value zero.
     03  WS-Cnt-Changed      pic 9(5)     value zero.
     03  WS-Cnt-Elected      pic 9(5)     value zero.
     03  WS-Cnt-At-Cap       pic 9(5)     value zero.
     03  WS-Cnt-Skipped      pic 9(5)     value zero.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-Amt         pic z(5)9.99.
     03  WS-Disp-Pcent       pic z9.99.
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
     03  PY954           pic x(59) value "PY954 Automatic enrollment not in force - set it up under P".
     03  PY955           pic x(49) value "PY955 Escalation cap is below the default percent".
     03  PY956           pic x(28) value "PY956 Employee not on file -".
     03  PY957           pic x(47) value "PY957 Employee is not auto-enrolled - status is".
     03  PY958           pic x(39) value "PY958 Employee open in maintenance by -".
     03  PY959           pic x(59) value "PY959 Refund line already staged today - opt-out not posted".
     03  PY960           pic x(64) value "PY960 Escalation already run for that year - run again (Y/N) [ ]".
     03  PY961           pic x(55) value "PY961 Not January - run the escalation anyway (Y/N) [ ]".
     03  PY962           pic x(38) value "PY962 Employee record rewrite error =".
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
 RD  Auto-Enroll-Notice
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-AE-Head  Type Page Heading.
*>
*> Print layouts to 132 cols Landscape
*>
     03  line  1.
         05  col  50     pic x(40)   source UserA.
         05  col 110     pic x(10)   source U-Date.
         05  col 122     pic x(8)    source WSD-Time.
     03  line  2.
         05  col   1     pic x(19)   source Prog-Name.
         05  col  51     pic x(19)   value "ACAS Payroll System".
         05  col 124     pic x(5)    value "Page ".
         05  col 129     pic zz9     source Page-Counter.
     03  Line  3.
         05  col  40     pic x(40)   source WS-AE-Title.
     03  Line  4.
         05  col   1     pic x(6)    value "Emp No".
         05  col  10     pic x(4)    value "Name".
         05  col  44     pic x(6)    value "Action".
         05  col  56     pic x(5)    value "Old %".
         05  col  63     pic x(5)    value "New %".
         05  col  70     pic x(8)    value "Enrolled".
         05  col  80     pic x(10)   value "Opt-out by".
         05  col  92     pic x(4)    value "Note".
*>
 01  Auto-Enroll-Detail type is detail.
     03  line + 1.
         05  col   1     pic z(5)99        source Emp-No.
         05  col  10     pic x(32)         source Emp-Name.
         05  col  44     pic x(10)         source WS-AE-Action.
         05  col  56     pic z9.99         source WS-AE-Old-Pcent.
         05  col  63     pic z9.99         source WS-AE-New-Pcent.
         05  col  70     pic 9(8)          source Emp-AE-Date.
         05  col  80     pic 9(8)          source Emp-AE-Optout-Date.
         05  col  92     pic x(24)         source WS-AE-Note.
*>
 01  type control Footing Final line plus 2.
     03  col 1           pic x(30)         value "Employees changed           :".
     03  col 32          pic zzzz9         source WS-Cnt-Changed.
     03  col 45          pic x(30)         value "Skipped (see list)          :".
     03  col 76          pic zzzz9         source WS-Cnt-Skipped.
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
     accept   WS-Today-YMD from date YYYYMMDD.
     compute  WS-Today-Int = INTEGER-OF-DATE (WS-Today-YMD).
*>
*> Error return codes :-
*>   Return-Code :
*>    0 = No Errors.
*>    1 = No Payroll param file
*>    2 = No Param data record exists
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
     open     i-o PY-Param1-File.
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
     display  "401(k) Automatic Enrollment" at 0125 with foreground-color 2.
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
     display  space at line WS-Lines col 1 with erase eol.
*>
*> Settings never keyed yet are still the old filler - start them off
*> at the usual EACA plan design, switched off until P says Y.
*>
     if       PY-PR6-AE-Used not = "Y" and not = "N"
              move     "N"              to PY-PR6-AE-Used
              move     zero             to PY-PR6-AE-Elig-Days
                                           PY-PR6-AE-Payee
                                           PY-PR6-AE-Acct
                                           PY-PR6-AE-Esc-Year
              move     3.00             to PY-PR6-AE-Pcent
              move     1.00             to PY-PR6-AE-Step
              move     10.00            to PY-PR6-AE-Cap
              move     90               to PY-PR6-AE-Optout-Days
              move     "401K AUTO ENROL" to PY-PR6-AE-Desc
     end-if.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Param1-File.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ZZ040-Evaluate-Message      Section.
*>**********************************
*>
     copy "FileStat-Msgs-2.cpy" replacing MSG    by WS-Eval-Msg
                                        STATUS by PY-PR1-Status.
*>
 ZZ040-Eval-Msg-Exit.
     exit     section.
*>
 ab010-Main-Menu             section.
*>**********************************
*>
     display  "401(k) Automatic Enrollment"               at line 1 col 1 with erase eos.
     display  "P = Plan settings, E = Enrollment pass, O = Opt-out,"
                                                          at line 3 col 1.
     display  "X = January escalation pass, Q = Quit [ ]" at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 40 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     if       (WS-Function = "E" or "O" or "X")
        and   PY-PR6-AE-Used not = "Y"
              display  PY954    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ab010-Exit.
     evaluate WS-Function
              when "P"  perform ba000-Plan-Settings
              when "E"  perform ca000-Enroll-Pass
              when "O"  perform da000-Opt-Out
              when "X"  perform ea000-Escalate-Pass
              when other
                        continue
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Plan-Settings         section.
*>**********************************
*>
     display  "Automatic Enrollment Plan Settings"        at line 1 col 1 with erase eos.
     move     PY-PR6-AE-Pcent to WS-AE-Pcent.
     move     PY-PR6-AE-Step  to WS-AE-Step.
     move     PY-PR6-AE-Cap   to WS-AE-Cap.
     move     PY-PR6-AE-Acct  to WS-AE-Acct.
*>
     display  "Automatic enrollment in force (Y/N) [ ]"               at line  3 col 1.
     display  "Days from start date to eligibility [   ]"             at line  4 col 1.
     display  "Default deferral percent            [     ]"           at line  5 col 1.
     display  "Yearly escalation step percent      [     ]"           at line  6 col 1.
     display  "Escalation cap percent              [     ]"           at line  7 col 1.
     display  "Plan payee no (PY-Payee-File)       [    ]"            at line  8 col 1.
     display  "Account no for the entry (0 = dflt) [   ]"             at line  9 col 1.
     display  "Deduction desc (E/D screen)         [               ]" at line 10 col 1.
     display  "Opt-out refund window in days       [   ]"             at line 11 col 1.
     display  "Last escalation plan year           :"                 at line 12 col 1.
     display  PY-PR6-AE-Esc-Year                                      at line 12 col 39.
*>
     accept   PY-PR6-AE-Used        at line  3 col 38 with UPPER UPDATE.
     if       PY-PR6-AE-Used not = "Y"
              move     "N" to PY-PR6-AE-Used.
     accept   PY-PR6-AE-Elig-Days   at line  4 col 38 with UPDATE.
     accept   WS-AE-Pcent           at line  5 col 38 with UPDATE.
     accept   WS-AE-Step            at line  6 col 38 with UPDATE.
     accept   WS-AE-Cap             at line  7 col 38 with UPDATE.
     accept   PY-PR6-AE-Payee       at line  8 col 38 with UPDATE.
     accept   WS-AE-Acct            at line  9 col 38 with UPDATE.
     accept   PY-PR6-AE-Desc        at line 10 col 38 with UPDATE.
     accept   PY-PR6-AE-Optout-Days at line 11 col 38 with UPDATE.
     if       PY-PR6-AE-Optout-Days = zero
              move     90 to PY-PR6-AE-Optout-Days.
     if       WS-AE-Cap < WS-AE-Pcent
              display  PY955    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              go to    ba000-Exit.
*>
     display  "Save these settings (Y/N) [ ]" at line 14 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 14 col 28 with UPPER.
     if       WS-Reply not = "Y"
              go to ba000-Exit.
     move     WS-AE-Pcent to PY-PR6-AE-Pcent.
     move     WS-AE-Step  to PY-PR6-AE-Step.
     move     WS-AE-Cap   to PY-PR6-AE-Cap.
     move     WS-AE-Acct  to PY-PR6-AE-Acct.
     rewrite  PY-Param1-Record.
     perform  zz060-Journal-PR1.
*>
 ba000-Exit.  exit section.
*>
 ca000-Enroll-Pass           section.
*>**********************************
*>
*> Every Active employee not yet looked at whose start date plus the
*> eligibility days has been reached.
*>
     display  "Automatic Enrollment Pass"                 at line 1 col 1 with erase eos.
     move     PY-PR6-AE-Pcent to WS-Disp-Pcent.
     display  "Enroll eligible employees at"              at line 3 col 1.
     display  WS-Disp-Pcent                               at line 3 col 30.
     display  "% (Y/N) [ ]"                               at line 3 col 35.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 3 col 44 with UPPER.
     if       WS-Reply not = "Y"
              go to ca000-Exit.
*>
     open     i-o PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY806    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 AUTO
              go to    ca000-Exit.
*>
     move     zero to WS-Cnt-Read WS-Cnt-Changed WS-Cnt-Elected WS-Cnt-Skipped.
     move     "401(k) Automatic Enrollment Notice" to WS-AE-Title.
     open     output Print-File.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     initiate Auto-Enroll-Notice.
     perform  forever
              read     PY-Employee-File next record
              if       PY-Emp-Status not = "00"   *> EOF
                       exit perform
              end-if
              if       Emp-Status not = "A"
                or     not Emp-AE-Not-Seen
                or     Emp-Start-Date = zero
                       exit perform cycle
              end-if
              compute  WS-Elig-Int = INTEGER-OF-DATE (Emp-Start-Date)
              if       WS-Elig-Int = zero
                       exit perform cycle
              end-if
              add      PY-PR6-AE-Elig-Days to WS-Elig-Int
              if       WS-Elig-Int > WS-Today-Int
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Read
              perform  ca010-Enroll-One
     end-perform.
     terminate
              Auto-Enroll-Notice.
     close    PY-Employee-File.
*>
     move     WS-Cnt-Read to WS-Disp-Cnt.
     display  "Employees eligible                 :" at line 6 col 5.
     display  WS-Disp-Cnt                            at line 6 col 42.
     move     WS-Cnt-Changed to WS-Disp-Cnt.
     display  "Auto-enrolled                      :" at line 7 col 5.
     display  WS-Disp-Cnt                            at line 7 col 42.
     move     WS-Cnt-Elected to WS-Disp-Cnt.
     display  "Already deferring - own election   :" at line 8 col 5.
     display  WS-Disp-Cnt                            at line 8 col 42.
     move     WS-Cnt-Skipped to WS-Disp-Cnt.
     display  "Skipped (see notice)               :" at line 9 col 5.
     display  WS-Disp-Cnt                            at line 9 col 42.
     display  SY015                                  at line WS-Lines col 1.
     accept   WS-Reply                               at line WS-Lines col 58.
     perform  zz080-Print-Notice.
*>
 ca000-Exit.  exit section.
*>
 ca010-Enroll-One            section.
*>**********************************
*>
*> The same "A" lock py010 holds over an open employee - someone
*> mid-edit means this employee is skipped and listed, not trampled;
*> the next pass picks them up.
*>
     move     zero   to WS-AE-Old-Pcent WS-AE-New-Pcent.
     move     spaces to WS-AE-Note.
     perform  zz010-Take-Emp-Lock.
     if       Lkq-Result not = zero
              move     "SKIPPED"         to WS-AE-Action
              move     "OPEN IN MAINTENANCE" to WS-AE-Note
              add      1 to WS-Cnt-Skipped
              generate Auto-Enroll-Detail
              go to    ca010-Exit.
*>
*> Anyone already deferring (pre-tax or Roth) made their own election
*> - marked so they are never auto-enrolled over it.
*>
     move     "N" to WS-Own-Election.
     move     zero to WS-Slot.
     perform  varying A from 1 by 1 until A > 5
              if       Emp-Ed-Used (A) = "Y"
                and    Emp-ED-Earn-Ded (A) = "D"
                and    (Emp-ED-Tax-Deferral (A) or Emp-ED-Tax-Roth (A))
                       move     "Y" to WS-Own-Election
              end-if
              if       Emp-Ed-Used (A) not = "Y"
                and    WS-Slot = zero
                       move     A to WS-Slot
              end-if
     end-perform.
     if       WS-Own-Election = "Y"
              move     "E" to Emp-AE-Status
              perform  zz020-Rewrite-Emp
              move     "ELECTED"         to WS-AE-Action
              move     "OWN DEFERRAL KEPT" to WS-AE-Note
              add      1 to WS-Cnt-Elected
              generate Auto-Enroll-Detail
              perform  zz030-Drop-Emp-Lock
              go to    ca010-Exit.
*>
*> No free slot is a listed skip, never a silent overwrite of someone's
*> garnishment.
*>
     if       WS-Slot = zero
              move     "SKIPPED"         to WS-AE-Action
              move     "NO FREE E/D SLOT" to WS-AE-Note
              add      1 to WS-Cnt-Skipped
              generate Auto-Enroll-Detail
              perform  zz030-Drop-Emp-Lock
              go to    ca010-Exit.
*>
     move     "Y"              to Emp-Ed-Used (WS-Slot).
     move     PY-PR6-AE-Desc   to Emp-ED-Desc (WS-Slot).
     move     "D"              to Emp-ED-Earn-Ded (WS-Slot).
     move     "P"              to Emp-ED-Amt-Pcent (WS-Slot).
     move     PY-PR6-AE-Pcent  to Emp-ED-Factor (WS-Slot).
     move     1                to Emp-ED-Exclusion (WS-Slot).
     move     "N"              to Emp-ED-Limit-Used (WS-Slot).
     move     zero             to Emp-ED-Limit (WS-Slot).
     move     16               to Emp-ED-Chk-Cat (WS-Slot).
     move     5                to Emp-ED-Priority (WS-Slot).
     move     PY-PR6-AE-Payee  to Emp-ED-Payee-No (WS-Slot).
     move     3                to Emp-ED-Tax-Class (WS-Slot).
     if       PY-PR6-AE-Acct = zero
              move     PY-PR1-Dflt-Dist-Acct to Emp-ED-Acct-No (WS-Slot)
     else
              move     PY-PR6-AE-Acct        to Emp-ED-Acct-No (WS-Slot).
*>
     move     "A"              to Emp-AE-Status.
     move     WS-Slot          to Emp-AE-Slot.
     move     WS-Today-YMD     to Emp-AE-Date.
     compute  Emp-AE-Optout-Date = DATE-OF-INTEGER
                                   (WS-Today-Int + PY-PR6-AE-Optout-Days).
     move     zero             to Emp-AE-Deferred.
     move     WS-Today-Year    to Emp-AE-Esc-Year.   *> first step up next January
     perform  zz020-Rewrite-Emp.
     perform  zz030-Drop-Emp-Lock.
*>
     move     "ENROLLED"       to WS-AE-Action.
     move     PY-PR6-AE-Pcent  to WS-AE-New-Pcent.
     add      1 to WS-Cnt-Changed.
     generate Auto-Enroll-Detail.
*>
 ca010-Exit.  exit section.
*>
 da000-Opt-Out               section.
*>**********************************
*>
*> One employee's opt-out. Inside the window the deferrals since
*> enrollment come back as a code 16 Deferral Refund line in the next
*> pay batch; afterwards the deferral just stops.
*>
     display  "Automatic Enrollment Opt-Out"              at line 1 col 1 with erase eos.
     display  "Employee number    [       ]"              at line 3 col 1.
     move     zero to WS-Key-Emp.
     accept   WS-Key-Emp at line 3 col 21 with UPDATE.
     if       WS-Key-Emp = zero or COB-CRT-Status = COB-SCR-ESC
              go to da000-Exit.
*>
     open     i-o PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY806    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 AUTO
              go to    da000-Exit.
     move     WS-Key-Emp to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       display  PY956      at line WS-23-Lines col 1 foreground-color 4 erase eos
                       display  WS-Key-Emp at line WS-23-Lines col 31
                       display  SY015      at line WS-Lines    col 1
                       accept   WS-Reply   at line WS-Lines    col 58
                       close    PY-Employee-File
                       go to    da000-Exit
     end-read.
     display  Emp-Name at line 3 col 31.
     if       not Emp-AE-Enrolled
              display  PY957         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  Emp-AE-Status at line WS-23-Lines col 49
              display  SY015         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 58
              close    PY-Employee-File
              go to    da000-Exit.
*>
     perform  zz010-Take-Emp-Lock.
     if       Lkq-Result not = zero
              display  PY958      at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  Lkq-Holder at line WS-23-Lines col 41
              display  SY015      at line WS-Lines    col 1
              accept   WS-Reply   at line WS-Lines    col 58
              close    PY-Employee-File
              go to    da000-Exit.
*>
     display  "Enrolled                 :"  at line 5 col 1.
     display  Emp-AE-Date                  at line 5 col 29.
     display  "Opt-out refund deadline  :"  at line 6 col 1.
     display  Emp-AE-Optout-Date           at line 6 col 29.
     move     Emp-AE-Deferred to WS-Disp-Amt.
     display  "Deferred since enrolled  :"  at line 7 col 1.
     display  WS-Disp-Amt                  at line 7 col 29.
     move     zero to WS-Refund.
     if       WS-Today-YMD not > Emp-AE-Optout-Date
              move     Emp-AE-Deferred to WS-Refund
              display  "Inside the window - the deferral stops and the amount"
                                           at line 9 col 1
              display  "deferred is refunded on the next pay batch."
                                           at line 10 col 1
     else
              display  "Past the window - the deferral stops, no refund is due."
                                           at line 9 col 1.
     display  "Post the opt-out (Y/N) [ ]" at line 12 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 12 col 25 with UPPER.
     if       WS-Reply not = "Y"
              perform  zz030-Drop-Emp-Lock
              close    PY-Employee-File
              go to    da000-Exit.
*>
*> The refund line goes in first - if it cannot, nothing is posted.
*>
     if       WS-Refund > zero
              open     i-o PY-Pay-Transactions-File
              move     Emp-No       to Hrs-Emp-No
              move     WS-Today-YMD to Hrs-Effective-Date
              move     1            to Hrs-Rate
              move     16           to Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                move     zero      to Hrs-Units
                                                      Hrs-Entry-Batch-No
                                move     WS-Refund to Hrs-Amount
                                move     spaces    to Hrs-Job-Tag
                                move     "R"       to Hrs-Gen-Flag
                                write    PY-Pay-Transactions-Record
                       not invalid key
                                display  PY959    at line WS-23-Lines col 1 foreground-color 4 erase eos
                                display  SY015    at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines    col 58
                                close    PY-Pay-Transactions-File
                                perform  zz030-Drop-Emp-Lock
                                close    PY-Employee-File
                                go to    da000-Exit
              end-read
              close    PY-Pay-Transactions-File
     end-if.
*>
     if       Emp-AE-Slot > zero
              move     "N" to Emp-Ed-Used (Emp-AE-Slot).
     if       WS-Refund > zero
              move     "O" to Emp-AE-Status
     else
              move     "S" to Emp-AE-Status.
     move     zero to Emp-AE-Deferred.
     perform  zz020-Rewrite-Emp.
     perform  zz030-Drop-Emp-Lock.
     close    PY-Employee-File.
     if       WS-Refund > zero
              move     WS-Refund to WS-Disp-Amt
              display  "Refund staged           :" at line 14 col 1
              display  WS-Disp-Amt                 at line 14 col 29
     else
              display  "Deferral stopped."         at line 14 col 1.
     display  SY015    at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 da000-Exit.  exit section.
*>
 ea000-Escalate-Pass         section.
*>**********************************
*>
*> Each auto-enrolled deferral not yet stepped up for the plan year
*> rises by PY-PR6-AE-Step, stopping at PY-PR6-AE-Cap. Anyone enrolled
*> during the plan year waits for the following January (Emp-AE-Esc-
*> Year is stamped with the enrollment year).
*>
     display  "Automatic Escalation Pass"                 at line 1 col 1 with erase eos.
     display  "Plan year to escalate for  [    ]"          at line 3 col 1.
     move     WS-Today-Year to WS-Esc-Year.
     accept   WS-Esc-Year at line 3 col 29 with UPDATE.
     if       WS-Esc-Year = zero or COB-CRT-Status = COB-SCR-ESC
              go to ea000-Exit.
     if       WS-Today-Month not = 1
              move     "N" to WS-Reply
              display  PY961    at line WS-23-Lines col 1 foreground-color 4 erase eos
              accept   WS-Reply at line WS-23-Lines col 54 foreground-color 3 UPPER UPDATE
              display  space    at line WS-23-Lines col 1 with erase eol
              if       WS-Reply not = "Y"
                       go to ea000-Exit
              end-if
     end-if.
     if       PY-PR6-AE-Esc-Year not < WS-Esc-Year
              move     "N" to WS-Reply
              display  PY960    at line WS-23-Lines col 1 foreground-color 4 erase eos
              accept   WS-Reply at line WS-23-Lines col 63 foreground-color 3 UPPER UPDATE
              display  space    at line WS-23-Lines col 1 with erase eol
              if       WS-Reply not = "Y"
                       go to ea000-Exit
              end-if
     end-if.
*>
     open     i-o PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY806    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 AUTO
              go to    ea000-Exit.
*>
     move     zero to WS-Cnt-Read WS-Cnt-Changed WS-Cnt-At-Cap WS-Cnt-Skipped.
     move     "401(k) Deferral Auto-Escalation Notice" to WS-AE-Title.
     open     output Print-File.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     initiate Auto-Enroll-Notice.
     perform  forever
              read     PY-Employee-File next record
              if       PY-Emp-Status not = "00"   *> EOF
                       exit perform
              end-if
              if       Emp-Status = "D" or "T" or "X"
                or     not Emp-AE-Enrolled
                or     Emp-AE-Esc-Year not < WS-Esc-Year
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Read
              perform  ea010-Escalate-One
     end-perform.
     terminate
              Auto-Enroll-Notice.
     close    PY-Employee-File.
*>
     move     WS-Esc-Year to PY-PR6-AE-Esc-Year.
     rewrite  PY-Param1-Record.
     perform  zz060-Journal-PR1.
*>
     move     WS-Cnt-Read to WS-Disp-Cnt.
     display  "Auto-enrolled employees due        :" at line 6 col 5.
     display  WS-Disp-Cnt                            at line 6 col 42.
     move     WS-Cnt-Changed to WS-Disp-Cnt.
     display  "Deferral percent raised            :" at line 7 col 5.
     display  WS-Disp-Cnt                            at line 7 col 42.
     move     WS-Cnt-At-Cap to WS-Disp-Cnt.
     display  "Already at the cap                 :" at line 8 col 5.
     display  WS-Disp-Cnt                            at line 8 col 42.
     move     WS-Cnt-Skipped to WS-Disp-Cnt.
     display  "Skipped (see notice)               :" at line 9 col 5.
     display  WS-Disp-Cnt                            at line 9 col 42.
     display  SY015                                  at line WS-Lines col 1.
     accept   WS-Reply                               at line WS-Lines col 58.
     perform  zz080-Print-Notice.
*>
 ea000-Exit.  exit section.
*>
 ea010-Escalate-One          section.
*>**********************************
*>
     move     zero   to WS-AE-Old-Pcent WS-AE-New-Pcent.
     move     spaces to WS-AE-Note.
     perform  zz010-Take-Emp-Lock.
     if       Lkq-Result not = zero
              move     "SKIPPED"         to WS-AE-Action
              move     "OPEN IN MAINTENANCE" to WS-AE-Note
              add      1 to WS-Cnt-Skipped
              generate Auto-Enroll-Detail
              go to    ea010-Exit.
*>
*> The slot must still be the percent deferral built at enrollment -
*> if payroll has since changed it by hand the employee has made
*> their own election and escalation stops for them.
*>
     move     Emp-AE-Slot to WS-Slot.
     if       WS-Slot < 1 or > 5
              move     "SKIPPED"          to WS-AE-Action
              move     "AUTO ENTRY MISSING" to WS-AE-Note
              add      1 to WS-Cnt-Skipped
              generate Auto-Enroll-Detail
              perform  zz030-Drop-Emp-Lock
              go to    ea010-Exit.
     if       Emp-Ed-Used (WS-Slot) not = "Y"
         or   not Emp-ED-Tax-Deferral (WS-Slot)
         or   Emp-ED-Amt-Pcent (WS-Slot) not = "P"
              move     "SKIPPED"          to WS-AE-Action
              move     "AUTO ENTRY CHANGED" to WS-AE-Note
              add      1 to WS-Cnt-Skipped
              generate Auto-Enroll-Detail
              perform  zz030-Drop-Emp-Lock
              go to    ea010-Exit.
*>
     move     Emp-ED-Factor (WS-Slot) to WS-AE-Old-Pcent.
     move     WS-Esc-Year to Emp-AE-Esc-Year.
     if       Emp-ED-Factor (WS-Slot) not < PY-PR6-AE-Cap
              add      1 to WS-Cnt-At-Cap
              perform  zz020-Rewrite-Emp
              perform  zz030-Drop-Emp-Lock
              go to    ea010-Exit.
*>
     add      PY-PR6-AE-Step to Emp-ED-Factor (WS-Slot).
     if       Emp-ED-Factor (WS-Slot) > PY-PR6-AE-Cap
              move     PY-PR6-AE-Cap to Emp-ED-Factor (WS-Slot).
     move     Emp-ED-Factor (WS-Slot) to WS-AE-New-Pcent.
     perform  zz020-Rewrite-Emp.
     perform  zz030-Drop-Emp-Lock.
     move     "ESCALATED" to WS-AE-Action.
     if       WS-AE-New-Pcent = PY-PR6-AE-Cap
              move     "NOW AT PLAN CAP" to WS-AE-Note.
     add      1 to WS-Cnt-Changed.
     generate Auto-Enroll-Detail.
*>
 ea010-Exit.  exit section.
*>
 zz010-Take-Emp-Lock         section.
*>**********************************
*>
     move     "A"              to Lkq-Action.
     move     Emp-No           to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
*>
 zz010-Exit.  exit section.
*>
 zz020-Rewrite-Emp           section.
*>**********************************
*>
     rewrite  PY-Employee-Record.
     if       PY-Emp-Status not = "00"
              display  PY962         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-Emp-Status at line WS-23-Lines col 40
              display  SY015         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 58 AUTO
              display  space at line WS-23-Lines col 1 with erase eos
     else
              perform  zz050-Journal-Emp.
*>
 zz020-Exit.  exit section.
*>
 zz030-Drop-Emp-Lock         section.
*>**********************************
*>
     move     "R"              to Lkq-Action.
     move     Emp-No           to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
*>
 zz030-Exit.  exit section.
*>
 zz050-Journal-Emp           section.
*>**********************************
*>
*> Day-journal after image for pyroll's roll-forward. pyjrnl is
*> silent on failure by design - journaling never breaks the post.
*>
     move     "PYEMP"          to Jnq-File-Id.
     move     "A"              to Jnq-Action.
     move     "pyautoen"       to Jnq-Program.
     move     Emp-No           to WS-Jnl-Key-Num.
     move     WS-Jnl-Key-Num   to Jnq-Key.
     move     PY-Employee-Record to Jnq-Image.
     call     "pyjrnl" using PY-Jnl-Request File-Defs.
*>
 zz050-Exit.  exit section.
*>
 zz060-Journal-PR1           section.
*>**********************************
*>
     move     "PYPR1"        to Jnq-File-Id.
     move     "pyautoen"     to Jnq-Program.
     move     "A"            to Jnq-Action.
     move     PY-PR1-Co-Code to Jnq-Key.
     move     PY-Param1-Record to Jnq-Image.
     call     "pyjrnl" using PY-Jnl-Request File-Defs.
*>
 zz060-Exit.  exit section.
*>
 zz080-Print-Notice          section.
*>**********************************
*>
     if       Page-Counter > zero           *> Don't print a empty report
              close    Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs *> report repository
     else
              close    Print-File.
*>
 zz080-Exit.  exit section.
