       >>source free
*>****************************************************************
*>      Dependents & Beneficiaries - Maintenance, Age-Out        *
*>      Report & Enrollment Tier Check                           *
*>            Uses RW (Report writer for prints)                 *
*>                                                               *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pydepnd.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          pybenplan enrolls employees in a coverage tier
*>                      but nothing recorded who the tier covers. This
*>                      keeps each employee's dependents and life
*>                      insurance beneficiaries on PY-Dependent-File
*>                      (pydpn) - name, relationship, birth date, SSN,
*>                      the enrolled plans covering them and any
*>                      beneficiary designation with its share.
*>
*>                      Functions off one menu:
*>
*>                      M - maintains an employee's dependents, listed
*>                          on screen with the primary and contingent
*>                          beneficiary shares, each warned of when it
*>                          does not come to 100. A covered plan must
*>                          be one the employee is enrolled in;
*>                      A - the monthly age-out report - children and
*>                          other dependents, not disabled, still
*>                          covered, whose cover ends (the end of the
*>                          month they turn 26) within the days asked
*>                          for, 60 unless changed, and any already
*>                          past it;
*>                      T - lists every Active enrollment whose tier
*>                          the dependents covered do not support, as
*>                          pybenplan's batch pass rejects them, via
*>                          pydpnchk. HSA plans are not tested.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pydpnchk.
*>                      pymask.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      DATE-OF-INTEGER.
*>                      INTEGER-OF-DATE.
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master.
*>                      pyben.   Benefits Enrollment.
*>                      pybpl.   Benefits Plan Master.
*>                      pydpn.   Dependents & Beneficiaries - I-O.
*>                      prt-1.   Age-Out Report & Tier Check.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY377 - 386.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Envdiv & Special-Names (CRT status) added as
*>                       the other programs.
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
 copy "selpyben.cob".
 copy "selpybpl.cob".
 copy "selpydpn.cob".
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
 copy "fdpyben.cob".
 copy "fdpybpl.cob".
 copy "fdpydpn.cob".
*>
 fd  Print-File
     reports are Dpn-Age-Out-Report
                 Dpn-Tier-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pydepnd  (1.0.01)".  *> First release pre testing.
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
 copy "wspydnq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-PR1-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Ben-Status       pic xx.
     03  PY-Bpl-Status       pic xx.
     03  PY-Dpn-Status       pic xx.
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
     03  WS-Today            pic 9(8)     value zero.
     03  WS-Ben-Open         pic x        value "N".
     03  WS-Bpl-Open         pic x        value "N".
     03  WS-Bad-Entry        pic x        value "N".
     03  WS-Bad-Plan         pic x(6)     value spaces.
     03  WS-New              pic x        value "N".
     03  WS-Any-Plan         pic x        value "N".
     03  WS-Row              pic 99       value zero.
     03  WS-Sub              pic 9        value zero.
     03  WS-Emp-No           pic 9(7)     value zero.
     03  WS-Seq              pic 99       value zero.
     03  WS-Next-Seq         pic 999      value zero.
     03  WS-Pri-Pct          pic 9(4)     value zero.
     03  WS-Con-Pct          pic 9(4)     value zero.
     03  WS-SSN-9            pic 9(9)     value zero.
     03  WS-Mask-Role        pic x        value space.
     03  WS-SSN-Show         pic x(11)    value spaces.
*>
*> One line of the employee's dependents list on screen.
*>
     03  WS-List-Line.
         05  WS-Ll-Seq       pic z9.
         05  filler          pic x.
         05  WS-Ll-Name      pic x(30).
         05  filler          pic x.
         05  WS-Ll-Rel       pic x.
         05  filler          pic x.
         05  WS-Ll-Born      pic z(8).
         05  filler          pic x.
         05  WS-Ll-Plan-Grp               occurs 3.
             07  WS-Ll-Plan  pic x(6).
             07  filler      pic x.
         05  WS-Ll-Ben       pic x.
         05  filler          pic x.
         05  WS-Ll-Pct       pic zz9.
         05  filler          pic x.
         05  WS-Ll-Status    pic x.
     03  WS-Disp-Pct         pic zzz9.
*>
*> Age-out dates - the 26th birthday and the month end cover runs to.
*>
     03  WS-Days-Ahead       pic 999      value 60.
     03  WS-As-At            pic 9(8)     value zero.
     03  WS-Cutoff           pic 9(8)     value zero.
     03  WS-Turn-Date        pic 9(8)     value zero.
     03  filler  redefines WS-Turn-Date.
         05  WS-Turn-Year    pic 9(4).
         05  WS-Turn-Month   pic 99.
         05  WS-Turn-Day     pic 99.
     03  WS-Next-Month       pic 9(8)     value zero.
     03  filler  redefines WS-Next-Month.
         05  WS-Nm-Year      pic 9(4).
         05  WS-Nm-Month     pic 99.
         05  WS-Nm-Day       pic 99.
     03  WS-Cover-End        pic 9(8)     value zero.
     03  WS-Days-Left        pic s9(5)    value zero.
     03  WS-Emp-Name         pic x(32)    value spaces.
     03  WS-Cnt-Listed       pic 9(5)     value zero.
     03  WS-Cnt-Checked      pic 9(5)     value zero.
     03  WS-Tier-Text        pic x(17)    value spaces.
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
     03  PY377           pic x(26) value "PY377 Employee not on file".
     03  PY378           pic x(73) value "PY378 Check entries - name, dates ccyymmdd, codes as shown, share 1 - 100".
     03  PY379           pic x(38) value "PY379 Employee is not enrolled in plan".
     03  PY380           pic x(69) value "PY380 Beneficiary shares - primary and contingent must each total 100".
     03  PY381           pic x(51) value "PY381 No dependents lose eligibility in that period".
     03  PY382           pic x(54) value "PY382 Every enrollment tier agrees with the dependents".
     03  PY383           pic x(55) value "PY383 No more dependents can be added for this employee".
     03  PY384           pic x(27) value "PY384 Dependent not on file".
     03  PY385           pic x(50) value "PY385 No dependents on file yet - nothing to check".
     03  PY386           pic x(53) value "PY386 Enrollment file not found - run pybenplan first".
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
*> Dependents losing eligibility - 132 columns, employee order.
*>
 RD  Dpn-Age-Out-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Dpn-Age-Head  Type Page Heading.
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
         05  col  30     pic x(42)   value "Dependents Losing Eligibility At Age 26 By".
         05  col  73     pic 9(8)    source WS-Cutoff.
         05  col  83     pic x(6)    value "As At".
         05  col  89     pic 9(8)    source WS-As-At.
     03  line  4.
         05  col   1                 value "Emp No  Employee                 No Dependent                Rel Born     Turns 26".
         05  col  82                 value "Cover To Days Plans covered".
*>
 01  Dpn-Age-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)          source Dpn-Emp-No.
         05  col   9     pic x(24)         source WS-Emp-Name.
         05  col  34     pic z9            source Dpn-Seq.
         05  col  37     pic x(24)         source Dpn-Name.
         05  col  62     pic x             source Dpn-Relation.
         05  col  64     pic 9(8)          source Dpn-Birth-Date.
         05  col  73     pic 9(8)          source WS-Turn-Date.
         05  col  82     pic 9(8)          source WS-Cover-End.
         05  col  91     pic zzz9          source WS-Days-Left present when WS-Days-Left not < zero.
         05  col  91     pic x(5)          value "ENDED"       present when WS-Days-Left < zero.
         05  col  97     pic x(6)          source Dpn-Cov-Plan (1).
         05  col 104     pic x(6)          source Dpn-Cov-Plan (2).
         05  col 111     pic x(6)          source Dpn-Cov-Plan (3).
         05  col 118     pic x(6)          source Dpn-Cov-Plan (4).
         05  col 125     pic x(6)          source Dpn-Cov-Plan (5).
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(24)         value "Dependents listed      :".
         05  col  26     pic zzzz9         source WS-Cnt-Listed.
*>
*> Enrollment tiers the dependents do not support - 132 columns.
*>
 RD  Dpn-Tier-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Dpn-Tier-Head  Type Page Heading.
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
         05  col  36     pic x(47)   value "Enrollment Tiers Not Supported By Dependents -".
         05  col  84     pic x(6)    value "As At".
         05  col  90     pic 9(8)    source WS-As-At.
     03  line  4.
         05  col   1                 value "Emp No  Employee                       Plan   Tier                 Spouse Child Aged Out Reason".
*>
 01  Dpn-Tier-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)          source Ben-Emp-No.
         05  col   9     pic x(30)         source WS-Emp-Name.
         05  col  40     pic x(6)          source Ben-Plan-Code.
         05  col  47     pic 9             source Ben-Tier.
         05  col  49     pic x(17)         source WS-Tier-Text.
         05  col  71     pic z9            source Dnq-Spouses.
         05  col  77     pic z9            source Dnq-Children.
         05  col  84     pic z9            source Dnq-Aged-Out.
         05  col  88     pic x(32)         source Dnq-Reason.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(24)         value "Enrollments checked    :".
         05  col  26     pic zzzz9         source WS-Cnt-Checked.
     03  line + 1.
         05  col   1     pic x(24)         value "Tiers not supported    :".
         05  col  26     pic zzzz9         source WS-Cnt-Listed.
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
     move     WS-CD-Args (9:1) to WS-Mask-Role.
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
     display  "Dependents & Beneficiaries" at 0125 with foreground-color 2.
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
     open     input PY-Employee-File.
     open     input PY-Benefit-Enroll-File.
     if       PY-Ben-Status = "00"
              move     "Y" to WS-Ben-Open.
     open     input PY-Benefit-Plan-File.
     if       PY-Bpl-Status = "00"
              move     "Y" to WS-Bpl-Open.
     open     i-o PY-Dependent-File.
     if       PY-Dpn-Status = "35"        *> first ever use
              open     output PY-Dependent-File
              close    PY-Dependent-File
              open     i-o PY-Dependent-File
     end-if.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     close    PY-Dependent-File
              PY-Employee-File.
     if       WS-Ben-Open = "Y"
              close    PY-Benefit-Enroll-File.
     if       WS-Bpl-Open = "Y"
              close    PY-Benefit-Plan-File.
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
 ab010-Menu                  section.
*>**********************************
*>
     display  "Dependents & Beneficiaries"               at line 1 col 1 with erase eos.
     display  "M = Maintain an employee's dependents, A = Age-out report,"
                                                         at line 3 col 1.
     display  "T = Tier check list, Q = Quit [ ]"        at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 32 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "M"  perform ba000-Maintain
              when "A"  perform ca000-Age-Out
              when "T"  perform da000-Tier-Check
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
 ba000-Maintain              section.
*>**********************************
*>
*> An employee's dependents are listed, then one is picked to change
*> (or 00 for a new one) until Esc, then the next employee until the
*> number is left blank.
*>
 ba005-Get-Emp.
     display  "Dependents & Beneficiaries - Maintenance" at line 1 col 1 with erase eos.
     display  "Employee number        [       ]"         at line 3 col 1.
     move     zero to WS-Emp-No.
     accept   WS-Emp-No at line 3 col 25 with UPDATE.
     if       WS-Emp-No = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     move     WS-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       display  PY377    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ba005-Get-Emp
     end-read.
     display  Emp-Name at line 3 col 36.
*>
 ba010-Pick.
     perform  bx000-Show-List.
     display  "Dependent number       [  ]  00 = add a new one, Esc = another employee"
                                                         at line 16 col 1.
     move     zero to WS-Seq.
     accept   WS-Seq at line 16 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba005-Get-Emp.
     if       WS-Seq = zero
              if       WS-Next-Seq > 99
                       display  PY383    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ba010-Pick
              end-if
              initialize PY-Dependent-Record
              move     WS-Emp-No   to Dpn-Emp-No
              move     WS-Next-Seq to Dpn-Seq
              move     "N"         to Dpn-Disabled
              move     "A"         to Dpn-Status
              move     "Y"         to WS-New
     else
              move     WS-Emp-No to Dpn-Emp-No
              move     WS-Seq    to Dpn-Seq
              read     PY-Dependent-File key Dpn-Key
                       invalid key
                                display  PY384    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                perform  az060-Error
                                go to    ba010-Pick
              end-read
              move     "N" to WS-New
     end-if.
     perform  bz000-Labels.
     perform  bz020-Show-Dependent.
*>
 ba020-Accept.
     perform  bz030-Accept-Dependent.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba010-Pick.
     perform  bz050-Validate.
     if       WS-Bad-Entry = "Y"
              if       WS-Bad-Plan not = spaces
                       display  PY379       at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  WS-Bad-Plan at line WS-23-Lines col 40 foreground-color 4
              else
                       display  PY378       at line WS-23-Lines col 1 foreground-color 4 erase eol
              end-if
              perform  az060-Error
              go to    ba020-Accept.
     perform  bz020-Show-Dependent.
*>
     display  "S = Save, D = Delete, Enter = leave as it was [ ]" at line 26 col 1.
     move     space to WS-Reply.
     accept   WS-Reply at line 26 col 48 with UPPER.
     move     WS-CD-Args (1:8) to Dpn-Changed-By.
     move     WS-Today         to Dpn-Changed-Date.
     evaluate true
              when WS-Reply = "S" and WS-New = "Y"
                        write    PY-Dependent-Record
                                 invalid key
                                          rewrite PY-Dependent-Record
                        end-write
              when WS-Reply = "S"
                        rewrite  PY-Dependent-Record
              when WS-Reply = "D" and WS-New = "N"
                        delete   PY-Dependent-File record
              when other
                        go to    ba010-Pick
     end-evaluate.
*>
*> The shares are checked once the change is on file - a designation
*> split between several people is keyed one person at a time.
*>
     perform  bx000-Show-List.
     if      (WS-Pri-Pct not = zero and not = 100)
        or   (WS-Con-Pct not = zero and not = 100)
              display  PY380    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     end-if.
     go       to ba010-Pick.
*>
 ba000-Exit.  exit section.
*>
 bx000-Show-List             section.
*>**********************************
*>
*> The employee's dependents (the first nine on screen), the next free
*> number and the active beneficiary shares by type.
*>
     display  space at line 5 col 1 with erase eos.
     display  "No Name                           Rel Born     Plans covered        B Pct St"
                                                         at line 5 col 1 with foreground-color 2.
     move     1    to WS-Next-Seq.
     move     zero to WS-Pri-Pct WS-Con-Pct.
     move     6    to WS-Row.
     move     WS-Emp-No to Dpn-Emp-No.
     move     zero      to Dpn-Seq.
     start    PY-Dependent-File key not < Dpn-Key
              invalid key
                       go to bx000-Totals
     end-start.
     perform  forever
              read     PY-Dependent-File next record at end
                       exit perform
              end-read
              if       PY-Dpn-Status not = "00"
                 or    Dpn-Emp-No not = WS-Emp-No
                       exit perform
              end-if
              compute  WS-Next-Seq = Dpn-Seq + 1
              if       Dpn-Stat-Active
                       if       Dpn-Ben-Primary
                                add      Dpn-Ben-Pct to WS-Pri-Pct
                       end-if
                       if       Dpn-Ben-Contingent
                                add      Dpn-Ben-Pct to WS-Con-Pct
                       end-if
              end-if
              if       WS-Row < 15
                       move     spaces          to WS-List-Line
                       move     Dpn-Seq         to WS-Ll-Seq
                       move     Dpn-Name        to WS-Ll-Name
                       move     Dpn-Relation    to WS-Ll-Rel
                       move     Dpn-Birth-Date  to WS-Ll-Born
                       move     Dpn-Cov-Plan (1) to WS-Ll-Plan (1)
                       move     Dpn-Cov-Plan (2) to WS-Ll-Plan (2)
                       move     Dpn-Cov-Plan (3) to WS-Ll-Plan (3)
                       move     Dpn-Ben-Type    to WS-Ll-Ben
                       move     Dpn-Ben-Pct     to WS-Ll-Pct
                       move     Dpn-Status      to WS-Ll-Status
                       display  WS-List-Line at line WS-Row col 1
                       add      1 to WS-Row
              end-if
     end-perform.
*>
 bx000-Totals.
     display  "Beneficiary shares - primary      % contingent      %"
                                                         at line 15 col 1.
     move     WS-Pri-Pct to WS-Disp-Pct.
     display  WS-Disp-Pct at line 15 col 31.
     move     WS-Con-Pct to WS-Disp-Pct.
     display  WS-Disp-Pct at line 15 col 48.
*>
 bx000-Exit.  exit section.
*>
 bz000-Labels                section.
*>**********************************
*>
     display  space at line 17 col 1 with erase eos.
     display  "Name                   [                                ]"
                                                                       at line 17 col 1.
     display  "Relationship           [ ]  S spouse, P partner, C child, O other, B benef. only"
                                                                       at line 18 col 1.
     display  "Birth date             [        ]"                      at line 19 col 1.
     display  "SSN                    [         ]"                     at line 20 col 1.
     display  "Disabled (Y/N)         [ ]  covered whatever the age"   at line 21 col 1.
     display  "Covered by plans       [      ] [      ] [      ] [      ] [      ]"
                                                                       at line 22 col 1.
     display  "Life beneficiary       [ ]  P primary, C contingent, blank = not named"
                                                                       at line 23 col 1.
     display  "Share percent          [   ]"                           at line 24 col 1.
     display  "Status                 [ ]  A active, R removed   Cover ended [        ]"
                                                                       at line 25 col 1.
*>
 bz000-Exit.  exit section.
*>
 bz020-Show-Dependent        section.
*>**********************************
*>
     move     Dpn-SSN to WS-SSN-9.
     call     "pymask" using WS-SSN-9 WS-Mask-Role WS-SSN-Show.
     display  Dpn-Seq           at line 16 col 25.
     display  Dpn-Name          at line 17 col 25.
     display  Dpn-Relation      at line 18 col 25.
     display  Dpn-Birth-Date    at line 19 col 25.
     display  WS-SSN-Show       at line 20 col 25.
     display  Dpn-Disabled      at line 21 col 25.
     display  Dpn-Cov-Plan (1)  at line 22 col 25.
     display  Dpn-Cov-Plan (2)  at line 22 col 34.
     display  Dpn-Cov-Plan (3)  at line 22 col 43.
     display  Dpn-Cov-Plan (4)  at line 22 col 52.
     display  Dpn-Cov-Plan (5)  at line 22 col 61.
     display  Dpn-Ben-Type      at line 23 col 25.
     display  Dpn-Ben-Pct       at line 24 col 25.
     display  Dpn-Status        at line 25 col 25.
     display  Dpn-End-Date      at line 25 col 64.
*>
 bz020-Exit.  exit section.
*>
 bz030-Accept-Dependent      section.
*>**********************************
*>
*> The SSN is only open to an Admin operator once it is on file.
*>
     accept   Dpn-Name          at line 17 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    bz030-Exit.
     accept   Dpn-Relation      at line 18 col 25 with UPPER UPDATE.
     accept   Dpn-Birth-Date    at line 19 col 25 with UPDATE.
     if       Dpn-SSN = zero
        or    WS-Mask-Role = "A"
              accept   Dpn-SSN  at line 20 col 25 with UPDATE
     end-if.
     accept   Dpn-Disabled      at line 21 col 25 with UPPER UPDATE.
     accept   Dpn-Cov-Plan (1)  at line 22 col 25 with UPPER UPDATE.
     accept   Dpn-Cov-Plan (2)  at line 22 col 34 with UPPER UPDATE.
     accept   Dpn-Cov-Plan (3)  at line 22 col 43 with UPPER UPDATE.
     accept   Dpn-Cov-Plan (4)  at line 22 col 52 with UPPER UPDATE.
     accept   Dpn-Cov-Plan (5)  at line 22 col 61 with UPPER UPDATE.
     accept   Dpn-Ben-Type      at line 23 col 25 with UPPER UPDATE.
     accept   Dpn-Ben-Pct       at line 24 col 25 with UPDATE.
     accept   Dpn-Status        at line 25 col 25 with UPPER UPDATE.
     accept   Dpn-End-Date      at line 25 col 64 with UPDATE.
*>
 bz030-Exit.  exit section.
*>
 bz050-Validate              section.
*>**********************************
*>
*> Sets WS-Bad-Entry, and WS-Bad-Plan when a covered plan is not one
*> the employee is enrolled in. A beneficiary-only entry covers
*> nobody, so has no plans and needs no birth date; removing a
*> dependent dates the end of cover today unless keyed.
*>
     move     "N"    to WS-Bad-Entry.
     move     spaces to WS-Bad-Plan.
     if       Dpn-Disabled = space
              move     "N" to Dpn-Disabled.
     if       Dpn-Status = space
              move     "A" to Dpn-Status.
     if       Dpn-Ben-None
              move     zero to Dpn-Ben-Pct.
     if       Dpn-Stat-Removed
        and   Dpn-End-Date = zero
              move     WS-Today to Dpn-End-Date.
     if       Dpn-Stat-Active
              move     zero to Dpn-End-Date.
*>
     if       Dpn-Name = spaces
        or    not Dpn-Rel-Spouse and not Dpn-Rel-Partner and not Dpn-Rel-Child
                                 and not Dpn-Rel-Other   and not Dpn-Rel-Ben-Only
        or    Dpn-Disabled not = "Y" and not = "N"
        or    not Dpn-Ben-None and not Dpn-Ben-Primary and not Dpn-Ben-Contingent
        or   (not Dpn-Ben-None and (Dpn-Ben-Pct = zero or Dpn-Ben-Pct > 100))
        or    not Dpn-Stat-Active and not Dpn-Stat-Removed
              move     "Y" to WS-Bad-Entry
              go to    bz050-Exit.
     if      (Dpn-Birth-Date = zero and not Dpn-Rel-Ben-Only)
        or   (Dpn-Birth-Date not = zero
              and TEST-DATE-YYYYMMDD (Dpn-Birth-Date) not = zero)
        or   (Dpn-End-Date not = zero
              and TEST-DATE-YYYYMMDD (Dpn-End-Date) not = zero)
              move     "Y" to WS-Bad-Entry
              go to    bz050-Exit.
*>
     perform  varying WS-Sub from 1 by 1 until WS-Sub > 5
              if       Dpn-Cov-Plan (WS-Sub) not = spaces
                       if       Dpn-Rel-Ben-Only
                                move     "Y" to WS-Bad-Entry
                       else
                                if       WS-Ben-Open = "Y"
                                         move     Dpn-Emp-No            to Ben-Emp-No
                                         move     Dpn-Cov-Plan (WS-Sub) to Ben-Plan-Code
                                         read     PY-Benefit-Enroll-File key Ben-Key
                                                  invalid key
                                                           move     "Y" to WS-Bad-Entry
                                                           move     Dpn-Cov-Plan (WS-Sub) to WS-Bad-Plan
                                         end-read
                                end-if
                       end-if
              end-if
     end-perform.
*>
 bz050-Exit.  exit section.
*>
 ca000-Age-Out               section.
*>**********************************
*>
*> The month's age-out list - every covered child or other dependent,
*> not disabled, whose cover ends within the days asked for from the
*> as-at date, and any whose cover has already ended but who are
*> still shown as covered.
*>
     display  "Dependents - Age-Out Report"        at line 1 col 1 with erase eos.
     display  "As at date             [        ]"  at line 3 col 1.
     display  "Days ahead             [   ]"       at line 4 col 1.
     move     WS-Today to WS-As-At.
     accept   WS-As-At at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     move     60 to WS-Days-Ahead.
     accept   WS-Days-Ahead at line 4 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-As-At) not = zero
              display  PY378    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca000-Exit.
     compute  WS-Cutoff = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-As-At) + WS-Days-Ahead).
*>
     move     zero to WS-Cnt-Listed.
     move     low-values to Dpn-Key.
     start    PY-Dependent-File key not < Dpn-Key
              invalid key
                       display  PY381    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ca000-Exit
     end-start.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Dpn-Age-Out-Report.
     perform  forever
              read     PY-Dependent-File next record at end
                       exit perform
              end-read
              if       PY-Dpn-Status not = "00"
                       exit perform
              end-if
              if       not Dpn-Stat-Active
                 or    not Dpn-Child-Type
                 or    Dpn-Disabled = "Y"
                 or    Dpn-Birth-Date = zero
                       exit perform cycle
              end-if
              move     "N" to WS-Any-Plan
              perform  varying WS-Sub from 1 by 1 until WS-Sub > 5
                       if       Dpn-Cov-Plan (WS-Sub) not = spaces
                                move     "Y" to WS-Any-Plan
                       end-if
              end-perform
              if       WS-Any-Plan not = "Y"
                       exit perform cycle
              end-if
              perform  ca010-Cover-End
              if       WS-Cover-End > WS-Cutoff
                       exit perform cycle
              end-if
              compute  WS-Days-Left = INTEGER-OF-DATE (WS-Cover-End)
                                    - INTEGER-OF-DATE (WS-As-At)
              move     Dpn-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                move     spaces   to WS-Emp-Name
                       not invalid key
                                move     Emp-Name to WS-Emp-Name
              end-read
              add      1 to WS-Cnt-Listed
              generate Dpn-Age-Detail
     end-perform.
     terminate Dpn-Age-Out-Report.
     if       WS-Cnt-Listed > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
     else
              close    Print-File
              display  PY381    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     end-if.
*>
 ca000-Exit.  exit section.
*>
 ca010-Cover-End             section.
*>**********************************
*>
*> The 26th birthday (a 29 February birth takes 1 March in other
*> years) and the last day of that month, when cover ends.
*>
     compute  WS-Turn-Date = Dpn-Birth-Date + 260000.
     if       TEST-DATE-YYYYMMDD (WS-Turn-Date) not = zero
              move     3  to WS-Turn-Month
              move     1  to WS-Turn-Day.
     move     WS-Turn-Date to WS-Next-Month.
     move     1 to WS-Nm-Day.
     if       WS-Nm-Month = 12
              add      1 to WS-Nm-Year
              move     1 to WS-Nm-Month
     else
              add      1 to WS-Nm-Month
     end-if.
     compute  WS-Cover-End = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-Next-Month) - 1).
*>
 ca010-Exit.  exit section.
*>
 da000-Tier-Check            section.
*>**********************************
*>
*> Every Active enrollment's tier tested against the dependents the
*> plan covers at the as-at date, those that do not agree listed.
*> HSA plans (the plan master for the payroll year) are passed by.
*> pydpnchk reads the dependents itself, so our own copy of the file
*> is closed while it runs.
*>
     display  "Dependents - Enrollment Tier Check" at line 1 col 1 with erase eos.
     if       WS-Ben-Open not = "Y"
              display  PY386    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da000-Exit.
     display  "As at date             [        ]"  at line 3 col 1.
     move     WS-Today to WS-As-At.
     accept   WS-As-At at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-As-At) not = zero
              display  PY378    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da000-Exit.
*>
     move     zero to WS-Cnt-Listed WS-Cnt-Checked Dnq-Result.
     close    PY-Dependent-File.
     move     zero   to Ben-Emp-No.
     move     spaces to Ben-Plan-Code.
     start    PY-Benefit-Enroll-File key not < Ben-Key
              invalid key
                       go to da090-Reopen
     end-start.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Dpn-Tier-Report.
     perform  forever
              read     PY-Benefit-Enroll-File next record at end
                       exit perform
              end-read
              if       PY-Ben-Status not = "00"
                       exit perform
              end-if
              if       not Ben-Stat-Active
                       exit perform cycle
              end-if
              if       WS-Bpl-Open = "Y"
                       move     Ben-Plan-Code to Bpl-Plan-Code
                       move     PY-PR2-Year   to Bpl-Year
                       move     Ben-Tier      to Bpl-Tier
                       read     PY-Benefit-Plan-File key Bpl-Key
                                invalid key
                                         move     space to Bpl-Plan-Type
                       end-read
                       if       Bpl-Type-HSA
                                exit perform cycle
                       end-if
              end-if
              move     Ben-Emp-No    to Dnq-Emp-No
              move     Ben-Plan-Code to Dnq-Plan-Code
              move     Ben-Tier      to Dnq-Tier
              move     WS-As-At      to Dnq-As-Of
              call     "pydpnchk" using PY-Dependent-Check File-Defs
              if       Dnq-Result = 4
                       exit perform
              end-if
              add      1 to WS-Cnt-Checked
              if       Dnq-Result = zero
                       exit perform cycle
              end-if
              evaluate Ben-Tier
                       when 1    move "Employee only"     to WS-Tier-Text
                       when 2    move "Employee + spouse" to WS-Tier-Text
                       when 3    move "Employee + child"  to WS-Tier-Text
                       when 4    move "Family"            to WS-Tier-Text
                       when other
                                 move spaces              to WS-Tier-Text
              end-evaluate
              move     Ben-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                move     spaces   to WS-Emp-Name
                       not invalid key
                                move     Emp-Name to WS-Emp-Name
              end-read
              add      1 to WS-Cnt-Listed
              generate Dpn-Tier-Detail
     end-perform.
     terminate Dpn-Tier-Report.
     close    Print-File.
     if       Dnq-Result = 4
              display  PY385    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     else
              if       WS-Cnt-Listed > zero
                       call     "SYSTEM" using Print-Report
                       call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
              else
                       display  PY382    at line WS-23-Lines col 1 foreground-color 2 erase eol
                       perform  az060-Error
              end-if
     end-if.
*>
 da090-Reopen.
     open     i-o PY-Dependent-File.
*>
 da000-Exit.  exit section.
