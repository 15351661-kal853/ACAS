       >>source free
*>****************************************************************
*>      Form I-9 - Completion Tracking, Reverification Tickler    *
*>        & Retention Purge List                                  *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyi9.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Employment Eligibility Verification, Form I-9.
*>                      pyeverify tracks the E-Verify case, this tracks
*>                      the form itself. Section 1 is the employee's and
*>                      is due by the first day of work (Emp-Start-Date),
*>                      Section 2 is the employer's and is due by the
*>                      third business day after it - weekends and the
*>                      days on the bank holiday file (pyhol) are not
*>                      business days. A temporary work authorization
*>                      must be reverified (Supplement B) by its expiry
*>                      date - the operator then keys the reverify date
*>                      and the new document's expiry (zero if none).
*>
*>                      Functions off one menu:
*>
*>                      M - maintains one employee's Emp-I9-Block under
*>                          the pylock "E" lock, journalled (pyjrnl),
*>                          showing the Section 2 due date;
*>                      T - the tickler, printed: employees still on the
*>                          books whose Section 1 or 2 is outstanding or
*>                          overdue, or was completed late in the last
*>                          year, and work authorizations expired or
*>                          expiring within the next 90 days;
*>                      P - the retention purge list, printed:
*>                          terminated and deceased employees whose I-9
*>                          may be destroyed as at a date - the later of
*>                          three years from the start date or one year
*>                          after the termination date.
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
*>                      DATE-OF-INTEGER.
*>                      INTEGER-OF-DATE.
*>                      MOD.
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master - I-O.
*>                      pyhol.   Bank Holidays.
*>                      prt-1.   I-9 Tickler & Purge List.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY397 - 402.
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
 copy "selpyhol.cob".
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
 copy "fdpyhol.cob".
*>
 fd  Print-File
     reports are I9-Tickler-Report
                 I9-Purge-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyi9     (1.0.00)".  *> First release pre testing.
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
     03  WS-Lock-OK          pic x        value "N".
     03  PY-PR1-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Hol-Status       pic xx.
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
     03  WS-Hol-Open         pic x        value "N".
     03  WS-Is-Holiday       pic x        value "N".
*>
*> One employee's I-9 fields as keyed.
*>
     03  WS-Emp-No           pic 9(7)     value zero.
     03  WS-Sec1-Date        pic 9(8)     value zero.
     03  WS-Sec2-Date        pic 9(8)     value zero.
     03  WS-Doc-List         pic x        value space.
     03  WS-Auth-Expiry      pic 9(8)     value zero.
     03  WS-Reverify-Date    pic 9(8)     value zero.
     03  WS-Bad-Entry        pic x        value "N".
*>
*> Section 2 due date - three business days on from the start.
*>
     03  WS-Sec2-Due         pic 9(8)     value zero.
     03  WS-Day-Int          pic 9(7)     value zero.
     03  WS-Day-No           pic 9        value zero.
     03  WS-Bus-Days         pic 9        value zero.
     03  WS-Chk-Date         pic 9(8)     value zero.
*>
*> Tickler.
*>
     03  WS-Cutoff           pic 9(8)     value zero.
     03  WS-Year-Ago         pic 9(8)     value zero.
     03  WS-Condition        pic x(24)    value spaces.
     03  WS-Days             pic s9(5)    value zero.
     03  WS-Cnt-Listed       pic 9(5)     value zero.
     03  WS-Cnt-Sec1         pic 9(5)     value zero.
     03  WS-Cnt-Sec2         pic 9(5)     value zero.
     03  WS-Cnt-Auth         pic 9(5)     value zero.
*>
*> Purge list.
*>
     03  WS-As-At            pic 9(8)     value zero.
     03  WS-Left-Date        pic 9(8)     value zero.
     03  WS-Hire-Plus-3      pic 9(8)     value zero.
     03  WS-Term-Plus-1      pic 9(8)     value zero.
     03  WS-Destroy-Date     pic 9(8)     value zero.
     03  WS-No-Form          pic x(14)    value spaces.
     03  WS-Add-Years        pic 9        value zero.
     03  WS-Wk-Date          pic 9(8)     value zero.
     03  filler redefines WS-Wk-Date.
         05  WS-Wk-CCYY      pic 9(4).
         05  WS-Wk-MM        pic 99.
         05  WS-Wk-DD        pic 99.
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
     03  PY397           pic x(72) value "PY397 Dates must be valid, list A, B or space - Section 2 needs the list".
     03  PY398           pic x(26) value "PY398 Employee not on file".
     03  PY399           pic x(50) value "PY399 Employee is open elsewhere - try again later".
     03  PY400           pic x(51) value "PY400 Nothing late or expiring - no tickler printed".
     03  PY401           pic x(55) value "PY401 No terminated employee's I-9 may be destroyed yet".
     03  PY402           pic x(36) value "PY402 As at date is not a valid date".
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
*> Late I-9s and expiring work authorizations - 132 columns.
*>
 RD  I9-Tickler-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  I9-Tickler-Head  Type Page Heading.
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
         05  col  35     pic x(46)   value "Form I-9 Tickler - Late And Expiring - As At".
         05  col  82     pic 9(8)    source WS-Today.
     03  line  4.
         05  col   1                 value "Emp No  Employee Name                    S Started  Section1 S2 Due   Section2 L Expires  Reverify Condition                 Days".
*>
 01  I9-Tickler-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)          source Emp-No.
         05  col   9     pic x(32)         source Emp-Name.
         05  col  42     pic x             source Emp-Status.
         05  col  44     pic 9(8)          source Emp-Start-Date.
         05  col  53     pic z(8)          source Emp-I9-Sec1-Date.
         05  col  62     pic 9(8)          source WS-Sec2-Due.
         05  col  71     pic z(8)          source Emp-I9-Sec2-Date.
         05  col  80     pic x             source Emp-I9-Doc-List.
         05  col  82     pic z(8)          source Emp-I9-Auth-Expiry.
         05  col  91     pic z(8)          source Emp-I9-Reverify-Date.
         05  col 100     pic x(24)         source WS-Condition.
         05  col 125     pic -zzz9         source WS-Days.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(40)         value "Section 1 outstanding or late         :".
         05  col  42     pic zzzz9         source WS-Cnt-Sec1.
     03  line + 1.
         05  col   1     pic x(40)         value "Section 2 due, overdue or late        :".
         05  col  42     pic zzzz9         source WS-Cnt-Sec2.
     03  line + 1.
         05  col   1     pic x(40)         value "Authorizations expired, due in 90 days :".
         05  col  42     pic zzzz9         source WS-Cnt-Auth.
*>
*> Terminated employees whose I-9 may be destroyed - 132 columns.
*>
 RD  I9-Purge-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  I9-Purge-Head  Type Page Heading.
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
         05  col  35     pic x(46)   value "Form I-9 Retention - May Be Destroyed - As At".
         05  col  82     pic 9(8)    source WS-As-At.
     03  line  4.
         05  col   1                 value "Emp No  Employee Name                    S Started  Left     Hire + 3 Left + 1 Destroy  Section2 L Note".
*>
 01  I9-Purge-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)          source Emp-No.
         05  col   9     pic x(32)         source Emp-Name.
         05  col  42     pic x             source Emp-Status.
         05  col  44     pic 9(8)          source Emp-Start-Date.
         05  col  53     pic 9(8)          source WS-Left-Date.
         05  col  62     pic 9(8)          source WS-Hire-Plus-3.
         05  col  71     pic 9(8)          source WS-Term-Plus-1.
         05  col  80     pic 9(8)          source WS-Destroy-Date.
         05  col  89     pic z(8)          source Emp-I9-Sec2-Date.
         05  col  98     pic x             source Emp-I9-Doc-List.
         05  col 100     pic x(14)         source WS-No-Form.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(24)         value "I-9s that may go       :".
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
     display  "Form I-9 Tracking" at 0125 with foreground-color 2.
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
     open     i-o PY-Employee-File.
     open     input PY-Holiday-File.       *> none set up = weekends only
     if       PY-Hol-Status = "00"
              move     "Y" to WS-Hol-Open.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     if       WS-Hol-Open = "Y"
              close    PY-Holiday-File.
     close    PY-Employee-File.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 zz050-Journal-Emp           section.
*>**********************************
*>
*> Day-journal after image for pyroll's roll-forward. pyjrnl is
*> silent on failure by design - journaling never breaks the post.
*>
     move     "PYEMP"          to Jnq-File-Id.
     move     "A"              to Jnq-Action.
     move     "pyi9"           to Jnq-Program.
     move     Emp-No           to WS-Jnl-Key-Num.
     move     WS-Jnl-Key-Num   to Jnq-Key.
     move     PY-Employee-Record to Jnq-Image.
     call     "pyjrnl" using PY-Jnl-Request File-Defs.
*>
 zz050-Exit.  exit section.
*>
 zz060-Take-Emp-Lock         section.
*>**********************************
*>
*> The same "E" lock py010 holds over an open employee - held
*> elsewhere means this record is left alone, never trampled.
*>
     move     "N"              to WS-Lock-OK.
     move     "A"              to Lkq-Action.
     move     Emp-No           to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
     if       Lkq-Result = zero
              move     "Y" to WS-Lock-OK.
*>
 zz060-Exit.  exit section.
*>
 zz070-Drop-Emp-Lock         section.
*>**********************************
*>
     move     "R"              to Lkq-Action.
     move     Emp-No           to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
*>
 zz070-Exit.  exit section.
*>
 zz100-Sec2-Due              section.
*>**********************************
*>
*> Section 2 is due by the third business day after the first day
*> of work - a Monday start is due the Thursday. Day 1 of the
*> integer dates is a Monday, so MOD 7 gives 0 for a Sunday and
*> 6 for a Saturday.
*>
     move     zero to WS-Bus-Days.
     compute  WS-Day-Int = INTEGER-OF-DATE (Emp-Start-Date).
     perform  until WS-Bus-Days = 3
              add      1 to WS-Day-Int
              move     MOD (WS-Day-Int 7) to WS-Day-No
              if       WS-Day-No = zero or = 6
                       exit perform cycle
              end-if
              move     DATE-OF-INTEGER (WS-Day-Int) to WS-Chk-Date
              perform  az040-Holiday-Check
              if       WS-Is-Holiday = "Y"
                       exit perform cycle
              end-if
              add      1 to WS-Bus-Days
     end-perform.
     move     DATE-OF-INTEGER (WS-Day-Int) to WS-Sec2-Due.
*>
 zz100-Exit.  exit section.
*>
 zz110-Add-Years             section.
*>**********************************
*>
*> WS-Wk-Date moved on WS-Add-Years years - 29th February lands on
*> the 28th in a year that has none.
*>
     add      WS-Add-Years to WS-Wk-CCYY.
     if       TEST-DATE-YYYYMMDD (WS-Wk-Date) not = zero
              move     28 to WS-Wk-DD.
*>
 zz110-Exit.  exit section.
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
     display  "Form I-9 Tracking"                        at line 1 col 1 with erase eos.
     display  "M = Maintain I-9 dates / documents, T = Tickler, late and expiring,"
                                                         at line 3 col 1.
     display  "P = Retention purge list, Q = Quit [ ]"   at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 37 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "M"  perform ba000-Maintain
              when "T"  perform ca000-Tickler
              when "P"  perform da000-Purge-List
              when other
                        continue
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 az040-Holiday-Check         section.
*>**********************************
*>
     move     "N" to WS-Is-Holiday.
     if       WS-Hol-Open not = "Y"
              go to    az040-Exit.
     move     WS-Chk-Date to Hol-Date.
     read     PY-Holiday-File key Hol-Date
              invalid key
                       go to az040-Exit
     end-read.
     move     "Y" to WS-Is-Holiday.
*>
 az040-Exit.  exit section.
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
*> One employee at a time until the number is left blank - the
*> record is locked against py010 from read to rewrite.
*>
 ba005-Get-Key.
     display  "Form I-9 - Sections 1 & 2, Documents, Reverification" at line 1 col 1 with erase eos.
     move     zero to WS-Emp-No.
     display  "Employee number        [       ]"     at line 3 col 1.
     accept   WS-Emp-No at line 3 col 25 with UPDATE.
     if       WS-Emp-No = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     move     WS-Emp-No to Emp-No.
     perform  zz060-Take-Emp-Lock.
     if       WS-Lock-OK not = "Y"
              display  PY399    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba005-Get-Key.
     read     PY-Employee-File key Emp-No
              invalid key
                       perform  zz070-Drop-Emp-Lock
                       display  PY398    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ba005-Get-Key
     end-read.
     move     Emp-I9-Sec1-Date     to WS-Sec1-Date.
     move     Emp-I9-Sec2-Date     to WS-Sec2-Date.
     move     Emp-I9-Doc-List      to WS-Doc-List.
     move     Emp-I9-Auth-Expiry   to WS-Auth-Expiry.
     move     Emp-I9-Reverify-Date to WS-Reverify-Date.
*>
     display  Emp-Name       at line 3 col 35 with foreground-color 2.
     display  "Started"      at line 4 col 35.
     display  Emp-Start-Date at line 4 col 43.
     display  "Section 1 completed    [        ]  by the employee, due the first day"
                                                                     at line  6 col 1.
     display  "Section 2 completed    [        ]  by the employer, due"
                                                                     at line  7 col 1.
     if       Emp-Start-Date not = zero
              perform  zz100-Sec2-Due
              display  WS-Sec2-Due at line 7 col 57 with foreground-color 2
     end-if.
     display  "Documents examined     [ ]  A = List A, B = Lists B and C"
                                                                     at line  8 col 1.
     display  "Authorization expires  [        ]  zero = not time limited"
                                                                     at line  9 col 1.
     display  "Reverified (Supp. B)   [        ]  then key the new expiry above"
                                                                     at line 10 col 1.
*>
 ba010-Accept.
     accept   WS-Sec1-Date     at line  6 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              perform  zz070-Drop-Emp-Lock
              go to    ba005-Get-Key.
     accept   WS-Sec2-Date     at line  7 col 25 with UPDATE.
     accept   WS-Doc-List      at line  8 col 25 with UPPER UPDATE.
     accept   WS-Auth-Expiry   at line  9 col 25 with UPDATE.
     accept   WS-Reverify-Date at line 10 col 25 with UPDATE.
*>
     move     "N" to WS-Bad-Entry.
     if       WS-Doc-List not = space and not = "A" and not = "B"
        or   (WS-Sec2-Date not = zero and WS-Doc-List = space)
              move     "Y" to WS-Bad-Entry.
     if      (WS-Sec1-Date not = zero
              and TEST-DATE-YYYYMMDD (WS-Sec1-Date) not = zero)
        or   (WS-Sec2-Date not = zero
              and TEST-DATE-YYYYMMDD (WS-Sec2-Date) not = zero)
        or   (WS-Auth-Expiry not = zero
              and TEST-DATE-YYYYMMDD (WS-Auth-Expiry) not = zero)
        or   (WS-Reverify-Date not = zero
              and TEST-DATE-YYYYMMDD (WS-Reverify-Date) not = zero)
              move     "Y" to WS-Bad-Entry.
     if       WS-Bad-Entry = "Y"
              display  PY397    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Accept.
*>
     display  "Save (Y/N) [ ]" at line 21 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 21 col 13 with UPPER.
     if       WS-Reply = "Y"
              move     WS-Sec1-Date     to Emp-I9-Sec1-Date
              move     WS-Sec2-Date     to Emp-I9-Sec2-Date
              move     WS-Doc-List      to Emp-I9-Doc-List
              move     WS-Auth-Expiry   to Emp-I9-Auth-Expiry
              move     WS-Reverify-Date to Emp-I9-Reverify-Date
              rewrite  PY-Employee-Record
              perform  zz050-Journal-Emp
     end-if.
     perform  zz070-Drop-Emp-Lock.
     go       to ba005-Get-Key.
*>
 ba000-Exit.  exit section.
*>
 ca000-Tickler               section.
*>**********************************
*>
*> Everyone still on the books - not terminated, deceased or deleted.
*> A section completed late stays on the list for a year from the
*> start so it can be annotated; an authorization shows from 90 days
*> before its expiry until it is reverified and the new expiry keyed.
*>
     compute  WS-Cutoff   = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-Today) + 90).
     compute  WS-Year-Ago = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-Today) - 365).
     move     zero to WS-Cnt-Listed
                      WS-Cnt-Sec1
                      WS-Cnt-Sec2
                      WS-Cnt-Auth.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       display  PY400    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ca000-Exit
     end-start.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate I9-Tickler-Report.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-Status = "D" or = "T" or = "X"
                 or    Emp-Start-Date = zero
                       exit perform cycle
              end-if
              perform  ca010-Employee
     end-perform.
     terminate I9-Tickler-Report.
     if       WS-Cnt-Listed > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
     else
              close    Print-File
              display  PY400    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     end-if.
*>
 ca000-Exit.  exit section.
*>
 ca010-Employee              section.
*>**********************************
*>
*> Up to three lines for the one employee - Section 1, Section 2 and
*> the work authorization. Days are days late, or days left where
*> the item is not yet due.
*>
     perform  zz100-Sec2-Due.
*>
     if       Emp-I9-Sec1-Date = zero
        and   WS-Today > Emp-Start-Date
              move     "Section 1 not completed" to WS-Condition
              compute  WS-Days = INTEGER-OF-DATE (WS-Today)
                               - INTEGER-OF-DATE (Emp-Start-Date)
              add      1 to WS-Cnt-Sec1
              perform  ca020-Line
     else
              if       Emp-I9-Sec1-Date > Emp-Start-Date
                 and   Emp-Start-Date not < WS-Year-Ago
                       move     "Section 1 completed late" to WS-Condition
                       compute  WS-Days = INTEGER-OF-DATE (Emp-I9-Sec1-Date)
                                        - INTEGER-OF-DATE (Emp-Start-Date)
                       add      1 to WS-Cnt-Sec1
                       perform  ca020-Line
              end-if
     end-if.
*>
     if       Emp-I9-Sec2-Date = zero
              if       WS-Today > WS-Sec2-Due
                       move     "Section 2 overdue" to WS-Condition
                       compute  WS-Days = INTEGER-OF-DATE (WS-Today)
                                        - INTEGER-OF-DATE (WS-Sec2-Due)
              else
                       move     "Section 2 due" to WS-Condition
                       compute  WS-Days = INTEGER-OF-DATE (WS-Sec2-Due)
                                        - INTEGER-OF-DATE (WS-Today)
              end-if
              add      1 to WS-Cnt-Sec2
              perform  ca020-Line
     else
              if       Emp-I9-Sec2-Date > WS-Sec2-Due
                 and   Emp-Start-Date not < WS-Year-Ago
                       move     "Section 2 completed late" to WS-Condition
                       compute  WS-Days = INTEGER-OF-DATE (Emp-I9-Sec2-Date)
                                        - INTEGER-OF-DATE (WS-Sec2-Due)
                       add      1 to WS-Cnt-Sec2
                       perform  ca020-Line
              end-if
     end-if.
*>
     if       Emp-I9-Auth-Expiry not = zero
        and   Emp-I9-Auth-Expiry not > WS-Cutoff
              if       Emp-I9-Auth-Expiry < WS-Today
                       move     "Authorization EXPIRED" to WS-Condition
                       compute  WS-Days = INTEGER-OF-DATE (WS-Today)
                                        - INTEGER-OF-DATE (Emp-I9-Auth-Expiry)
              else
                       move     "Authorization expiring" to WS-Condition
                       compute  WS-Days = INTEGER-OF-DATE (Emp-I9-Auth-Expiry)
                                        - INTEGER-OF-DATE (WS-Today)
              end-if
              add      1 to WS-Cnt-Auth
              perform  ca020-Line
     end-if.
*>
 ca010-Exit.  exit section.
*>
 ca020-Line                  section.
*>**********************************
*>
     add      1 to WS-Cnt-Listed.
     generate I9-Tickler-Detail.
*>
 ca020-Exit.  exit section.
*>
 da000-Purge-List            section.
*>**********************************
*>
*> Terminated and deceased employees whose I-9 may be destroyed as at
*> the date given - the later of three years after the start and one
*> year after the employee left. Those with no I-9 dates held are
*> still listed so the paper file can be checked.
*>
     display  "Form I-9 - Retention Purge List"   at line 1 col 1 with erase eos.
     display  "As at date             [        ]"  at line 3 col 1.
     move     WS-Today to WS-As-At.
     accept   WS-As-At at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-As-At) not = zero
              display  PY402    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da000-Exit.
*>
     move     zero to WS-Cnt-Listed.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       display  PY401    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    da000-Exit
     end-start.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate I9-Purge-Report.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-Status not = "T" and not = "X"
                       exit perform cycle
              end-if
              move     Emp-Term-Date to WS-Left-Date
              if       WS-Left-Date = zero
                       move     Emp-Death-Date to WS-Left-Date
              end-if
              if       WS-Left-Date = zero
                       exit perform cycle      *> no leaving date to count from
              end-if
              move     zero to WS-Hire-Plus-3
              if       Emp-Start-Date not = zero
                       move     Emp-Start-Date to WS-Wk-Date
                       move     3 to WS-Add-Years
                       perform  zz110-Add-Years
                       move     WS-Wk-Date to WS-Hire-Plus-3
              end-if
              move     WS-Left-Date to WS-Wk-Date
              move     1 to WS-Add-Years
              perform  zz110-Add-Years
              move     WS-Wk-Date to WS-Term-Plus-1
              move     WS-Term-Plus-1 to WS-Destroy-Date
              if       WS-Hire-Plus-3 > WS-Destroy-Date
                       move     WS-Hire-Plus-3 to WS-Destroy-Date
              end-if
              if       WS-Destroy-Date > WS-As-At
                       exit perform cycle
              end-if
              if       Emp-I9-Sec1-Date = zero
                 and   Emp-I9-Sec2-Date = zero
                       move     "No I-9 dates" to WS-No-Form
              else
                       move     spaces to WS-No-Form
              end-if
              add      1 to WS-Cnt-Listed
              generate I9-Purge-Detail
     end-perform.
     terminate I9-Purge-Report.
     if       WS-Cnt-Listed > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
     else
              close    Print-File
              display  PY401    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     end-if.
*>
 da000-Exit.  exit section.
*>
