       >>source free
*>****************************************************************
*>      BLS Multiple Worksite Report - Worksite Master And        *
*>           Quarterly Employment & Wages By Worksite             *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pymwr.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          An employer with more than one establishment in
*>                      a state files the Bureau of Labor Statistics
*>                      Multiple Worksite Report each quarter - for
*>                      every worksite the employment for the pay
*>                      period including the 12th of each month and
*>                      the quarter's total wages.
*>
*>                      Functions off one menu:
*>
*>                      M - maintains PY-Worksite-File - address,
*>                          county, NAICS code, state UI account and BLS
*>                          reporting unit per worksite. Employees are
*>                          given their worksite (Emp-Worksite) in py010;
*>                      R - the quarterly run - prints the report and
*>                          writes pymwr.txt (see wspymwr.cob), one E
*>                          record per state, a W per worksite and a T.
*>
*>                      Employment comes off the check history: an
*>                      employee counts for a month when a check that
*>                      was not voided paid the pay period holding the
*>                      12th - the PY-Calendar-File period for the
*>                      employee's interval, or with no calendar period
*>                      a check dated within one pay interval of the
*>                      12th. Check history must therefore be kept
*>                      (PY-PR1-Check-History-Used).
*>
*>                      Wages are each employee's QTD SUI wages (His-
*>                      QTD-Fica-Taxable, the base pysuiwage reports)
*>                      against the worksite now assigned, and the
*>                      state totals are cross-footed to the same
*>                      quarter on pysuiwage's suiwage.txt - any state
*>                      that does not agree is flagged. Employees with
*>                      no worksite are shown per state as not
*>                      assigned so the totals still foot. The state's
*>                      E record carries the UI account of its first
*>                      worksite.
*>
*>                      Same prompt plan as pyfinpay.
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
*>                      pywks.   Worksites - I-O.
*>                      pyemp.   Employee Master.
*>                      pyhis.   Employee History (QTD wages).
*>                      pycal.   Pay Period Calendar.
*>                      pychkh.  Check History.
*>                      suiwage.txt  SUI wage e-file (cross-foot).
*>                      pymwr.txt    MWR e-file - Output.
*>                      prt-1.   Multiple Worksite Report.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY330, PY332 - 333, PY445 - 447, PY468.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 The quarterly run is refused for a training
*>                       company (PY-PR9-Training, built by pytrain) -
*>                       worksite upkeep still allowed. New msg PY468.
*> 15/10/26 vbc - 1.0.02 The MWR file is registered on the outbound
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
 copy "selpywks.cob".
 copy "selpyemp.cob".
 copy "selpyhis.cob".
 copy "selpycal.cob".
 copy "selpychkh.cob".
 copy "selpysui.cob".
 copy "selpymwr.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpywks.cob".
 copy "fdpyemp.cob".
 copy "fdpyhis.cob".
 copy "fdpycal.cob".
 copy "fdpychkh.cob".
 copy "fdpysui.cob".
 copy "fdpymwr.cob".
*>
 fd  Print-File
     reports are MWR-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pymwr    (1.0.02)".  *> First release pre testing.
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
     03  PY-Wks-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-His-Emp-Status   pic xx.
     03  PY-Cal-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Sui-Status       pic xx.
     03  PY-Mwr-Status       pic xx.
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
     03  WS-Amending         pic x        value "N".       *> Y = worksite on file
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Today            pic 9(8)     value zero.
     03  WS-Chkh-Used        pic x        value "N".       *> PY-PR1-Check-History-Used
     03  WS-Cal-Open         pic x        value "N".
     03  WS-Sui-Open         pic x        value "N".
*>
*> Worksite as keyed.
*>
     03  WS-Wks-Code         pic x(4)     value spaces.
     03  WS-Wks-Name         pic x(30)    value spaces.
     03  WS-Wks-Address-1    pic x(32)    value spaces.
     03  WS-Wks-Address-2    pic x(32)    value spaces.
     03  WS-Wks-City         pic x(24)    value spaces.
     03  WS-Wks-State        pic xx       value spaces.
     03  WS-Wks-Zip          pic x(10)    value spaces.
     03  WS-Wks-County       pic 999      value zero.
     03  WS-Wks-County-Name  pic x(20)    value spaces.
     03  WS-Wks-NAICS        pic 9(6)     value zero.
     03  WS-Wks-UI-Acct      pic x(15)    value spaces.
     03  WS-Wks-Rpt-Unit     pic 9(5)     value zero.
*>
*> Quarterly run.
*>
     03  WS-Quarter          pic 9        value zero.
     03  WS-Year             pic 9(4)     value zero.
     03  WS-Twelfth          pic 9(8)     value zero   occurs 3.  *> ccyymm12 each month
     03  WS-Paid-To          pic 9(8)     value zero.
     03  WS-Interval-Days    pic 99       value zero.
     03  WS-Paid             pic x        value "N".
     03  WS-Month            pic 99       value zero.
     03  M                   pic 9        value zero.
     03  S                   pic 999      value zero.
     03  T                   pic 99       value zero.
     03  WS-Site             pic 999      value zero.
     03  WS-State-Sub        pic 99       value zero.
     03  WS-State-Code       pic xx       value spaces.
     03  WS-EIN              pic x(9)     value spaces.
     03  WS-EIN-Ptr          pic 99       value zero.
     03  WS-Sub              pic 99       value zero.
     03  WS-Disp-Cnt         pic zzz9.
*>
*> Worksites on file plus one "not assigned" entry per state as met.
*>
     03  WS-Site-Count       pic 999      value zero.
     03  WS-Site-Table                    occurs 200.
         05  WT-Code         pic x(4).
         05  WT-Name         pic x(30).
         05  WT-Address      pic x(32).
         05  WT-City         pic x(24).
         05  WT-State        pic xx.
         05  WT-Zip          pic x(10).
         05  WT-County       pic 999.
         05  WT-NAICS        pic 9(6).
         05  WT-UI-Acct      pic x(15).
         05  WT-Rpt-Unit     pic 9(5).
         05  WT-Emp          pic 9(6)              occurs 3.
         05  WT-Wages        pic 9(11)v99  comp-3.
*>
*> Per state - MWR wages against the SUI wage file.
*>
     03  WS-State-Count      pic 99       value zero.
     03  WS-State-Table                   occurs 60.
         05  ST-Code         pic xx.
         05  ST-UI-Acct      pic x(15).
         05  ST-Sites        pic 999.
         05  ST-Emp          pic 9(6)              occurs 3.
         05  ST-Wages        pic 9(11)v99  comp-3.
         05  ST-SUI-Wages    pic 9(11)v99  comp-3.
*>
*> Report line fields.
*>
     03  WS-Rg-Diff          pic s9(11)v99 comp-3 value zero.
     03  WS-Rg-Flag          pic x(28)    value spaces.
     03  WS-Tot-Sites        pic 9(5)     value zero.
     03  WS-Tot-Wages        pic 9(11)v99 comp-3 value zero.
     03  WS-Tot-SUI          pic 9(11)v99 comp-3 value zero.
     03  WS-Not-Tied         pic 99       value zero.
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
     03  PY330           pic x(62) value "PY330 Check history is not kept - employment cannot be counted".
     03  PY332           pic x(57) value "PY332 Worksite needs a name, state, county and NAICS code".
     03  PY333           pic x(61) value "PY333 States not agreeing with the SUI wage file - see report".
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
 RD  MWR-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-MWR-Head  Type Page Heading.
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
         05  col  38     pic x(38)   value "BLS Multiple Worksite Report - Quarter".
         05  col  77     pic 9       source WS-Quarter.
         05  col  79     pic x(2)    value "of".
         05  col  82     pic 9(4)    source WS-Year.
     03  line  4.
         05  col   1                 value "Site -- Worksite Name ---------  City ------------------- County NAICS   Unit  Month 1 Month 2 Month 3      Quarter Wages".
*>
 01  MWR-State-Head type is detail.
     03  line + 2.
         05  col   1     pic x(7)          value "State :".
         05  col   9     pic xx            source ST-Code (T).
         05  col  14     pic x(12)         value "UI account :".
         05  col  27     pic x(15)         source ST-UI-Acct (T).
*>
 01  MWR-Site-Detail type is detail.
     03  line + 1.
         05  col   1     pic x(4)          source WT-Code (S).
         05  col   6     pic x(30)         source WT-Name (S).
         05  col  37     pic x(24)         source WT-City (S).
         05  col  62     pic 999           source WT-County (S).
         05  col  69     pic 9(6)          source WT-NAICS (S).
         05  col  76     pic zzzz9         source WT-Rpt-Unit (S).
         05  col  82     pic zzzzz9        source WT-Emp (S 1).
         05  col  90     pic zzzzz9        source WT-Emp (S 2).
         05  col  98     pic zzzzz9        source WT-Emp (S 3).
         05  col 105     pic zz,zzz,zzz,zz9.99 source WT-Wages (S).
*>
 01  MWR-State-Total type is detail.
     03  line + 1.
         05  col   6     pic x(11)         value "State total".
         05  col  62     pic zz9           source ST-Sites (T).
         05  col  66     pic x(5)          value "sites".
         05  col  82     pic zzzzz9        source ST-Emp (T 1).
         05  col  90     pic zzzzz9        source ST-Emp (T 2).
         05  col  98     pic zzzzz9        source ST-Emp (T 3).
         05  col 105     pic zz,zzz,zzz,zz9.99 source ST-Wages (T).
     03  line + 1.
         05  col   6     pic x(25)         value "SUI wage file (pysuiwage)".
         05  col 105     pic zz,zzz,zzz,zz9.99 source ST-SUI-Wages (T).
     03  line + 1.
         05  col   6     pic x(10)         value "Difference".
         05  col  37     pic x(28)         source WS-Rg-Flag.
         05  col 104     pic zz,zzz,zzz,zz9.99- source WS-Rg-Diff.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(26)         value "Worksites reported       :".
         05  col  28     pic zzzz9         source WS-Tot-Sites.
     03  line + 1.
         05  col   1     pic x(26)         value "Total quarter wages      :".
         05  col  28     pic zz,zzz,zzz,zz9.99 source WS-Tot-Wages.
     03  line + 1.
         05  col   1     pic x(26)         value "SUI wage file total      :".
         05  col  28     pic zz,zzz,zzz,zz9.99 source WS-Tot-SUI.
     03  line + 1.
         05  col   1     pic x(26)         value "States not agreeing      :".
         05  col  28     pic zzzz9         source WS-Not-Tied.
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
     display  "Multiple Worksite Report" at 0125 with foreground-color 2.
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
     move     PY-PR1-Check-History-Used to WS-Chkh-Used.
*>
*> Employer EIN - the digits of PY-PR1-Fed-ID.
*>
     move     spaces to WS-EIN.
     move     1      to WS-EIN-Ptr.
     perform  varying WS-Sub from 1 by 1 until WS-Sub > 15
                                            or WS-EIN-Ptr > 9
              if       PY-PR1-Fed-ID (WS-Sub:1) is numeric
                       move     PY-PR1-Fed-ID (WS-Sub:1) to WS-EIN (WS-EIN-Ptr:1)
                       add      1 to WS-EIN-Ptr
              end-if
     end-perform.
*>
     open     i-o PY-Worksite-File.
     if       PY-Wks-Status = "35"        *> first ever use
              open     output PY-Worksite-File
              close    PY-Worksite-File
              open     i-o PY-Worksite-File
     end-if.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Worksite-File.
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
     display  "BLS Multiple Worksite Report"                               at line 1 col 1 with erase eos.
     display  "M = Maintain worksites, R = Quarterly report run, Q = Quit [ ]"
                                                                           at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 61 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "M"
                       perform  ba000-Worksites
              when "R"
                       perform  ca000-Quarter-Run
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
 ba000-Worksites             section.
*>**********************************
*>
*> One worksite at a time until the code is left blank.
*>
 ba005-Get-Key.
     display  "Worksite Master" at line 1 col 1 with erase eos.
     move     spaces to WS-Wks-Code.
     display  "Worksite code          [    ]"          at line 3 col 1.
     accept   WS-Wks-Code at line 3 col 25 with UPPER.
     if       WS-Wks-Code = spaces or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     move     WS-Wks-Code to Wks-Code.
     read     PY-Worksite-File key Wks-Code
              invalid key
                       move     "N"    to WS-Amending
                       move     spaces to WS-Wks-Name WS-Wks-Address-1
                                          WS-Wks-Address-2 WS-Wks-City
                                          WS-Wks-State WS-Wks-Zip
                                          WS-Wks-County-Name WS-Wks-UI-Acct
                       move     zero   to WS-Wks-County WS-Wks-NAICS
                                          WS-Wks-Rpt-Unit
                       move     PY-PR1-Co-State to WS-Wks-State
              not invalid key
                       move     "Y"    to WS-Amending
                       move     Wks-Name        to WS-Wks-Name
                       move     Wks-Address-1   to WS-Wks-Address-1
                       move     Wks-Address-2   to WS-Wks-Address-2
                       move     Wks-City        to WS-Wks-City
                       move     Wks-State       to WS-Wks-State
                       move     Wks-Zip         to WS-Wks-Zip
                       move     Wks-County      to WS-Wks-County
                       move     Wks-County-Name to WS-Wks-County-Name
                       move     Wks-NAICS       to WS-Wks-NAICS
                       move     Wks-UI-Acct     to WS-Wks-UI-Acct
                       move     Wks-Rpt-Unit    to WS-Wks-Rpt-Unit
     end-read.
     if       WS-Amending = "Y"
              display  "On file - amending"  at line 3 col 32 with foreground-color 2
     else
              display  "New worksite"        at line 3 col 32 with foreground-color 2.
*>
     display  "Name                   [                              ]"   at line  5 col 1.
     display  "Address                [                                ]" at line  6 col 1.
     display  "                       [                                ]" at line  7 col 1.
     display  "City                   [                        ]"         at line  8 col 1.
     display  "State                  [  ]"                               at line  9 col 1.
     display  "Zip                    [          ]"                       at line 10 col 1.
     display  "County FIPS code       [   ]"                              at line 11 col 1.
     display  "County name            [                    ]"             at line 12 col 1.
     display  "NAICS code             [      ]"                           at line 13 col 1.
     display  "State UI account       [               ]"                  at line 14 col 1.
     display  "BLS reporting unit     [     ]  0 = not yet assigned"      at line 15 col 1.
     accept   WS-Wks-Name        at line  5 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     accept   WS-Wks-Address-1   at line  6 col 25 with UPDATE.
     accept   WS-Wks-Address-2   at line  7 col 25 with UPDATE.
     accept   WS-Wks-City        at line  8 col 25 with UPDATE.
     accept   WS-Wks-State       at line  9 col 25 with UPPER UPDATE.
     accept   WS-Wks-Zip         at line 10 col 25 with UPDATE.
     accept   WS-Wks-County      at line 11 col 25 with UPDATE.
     accept   WS-Wks-County-Name at line 12 col 25 with UPDATE.
     accept   WS-Wks-NAICS       at line 13 col 25 with UPDATE.
     accept   WS-Wks-UI-Acct     at line 14 col 25 with UPPER UPDATE.
     accept   WS-Wks-Rpt-Unit    at line 15 col 25 with UPDATE.
*>
     if       WS-Amending = "Y"
              display  "Save (Y), Delete (D) or leave as is [ ]" at line 17 col 1
     else
              display  "Save (Y/N) [ ]"                          at line 17 col 1.
     move     "N" to WS-Reply.
     if       WS-Amending = "Y"
              accept   WS-Reply at line 17 col 38 with UPPER
     else
              accept   WS-Reply at line 17 col 13 with UPPER.
     if       WS-Reply = "D"
         and  WS-Amending = "Y"
              delete   PY-Worksite-File record
              display  "Worksite deleted" at line 19 col 1
              perform  az060-Error
              go to    ba005-Get-Key.
     if       WS-Reply not = "Y"
              go to    ba005-Get-Key.
     if       WS-Wks-Name   = spaces
        or    WS-Wks-State  = spaces
        or    WS-Wks-County = zero
        or    WS-Wks-NAICS  = zero
              display  PY332    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba005-Get-Key.
     move     WS-Wks-Code        to Wks-Code.
     move     WS-Wks-Name        to Wks-Name.
     move     WS-Wks-Address-1   to Wks-Address-1.
     move     WS-Wks-Address-2   to Wks-Address-2.
     move     WS-Wks-City        to Wks-City.
     move     WS-Wks-State       to Wks-State.
     move     WS-Wks-Zip         to Wks-Zip.
     move     WS-Wks-County      to Wks-County.
     move     WS-Wks-County-Name to Wks-County-Name.
     move     WS-Wks-NAICS       to Wks-NAICS.
     move     WS-Wks-UI-Acct     to Wks-UI-Acct.
     move     WS-Wks-Rpt-Unit    to Wks-Rpt-Unit.
     move     WS-Operator        to Wks-Changed-By.
     move     WS-Today           to Wks-Changed-Date.
     if       WS-Amending = "Y"
              rewrite  PY-Worksite-Record
     else
              write    PY-Worksite-Record.
     go       to ba005-Get-Key.
*>
 ba000-Exit.  exit section.
*>
 ca000-Quarter-Run           section.
*>**********************************
*>
*> Nothing for outside is produced for a training company (pytrain).
*>
     if       PY-PR9-Training = "Y"
              display  PY468    at line WS-23-Lines col 1 foreground-color 4 erase eos
              perform  az060-Error
              go to    ca000-Exit
     end-if.
*>
*> Employment for the pay period including the 12th of each month
*> and the quarter's wages per worksite, then the report and file
*> state by state.
*>
     display  "Multiple Worksite Report - Quarterly Run" at line 1 col 1 with erase eos.
     if       WS-Chkh-Used not = "Y"
              display  PY330    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca000-Exit.
     open     input PY-Check-History-File.
     if       PY-Chkh-Status not = "00"
              display  PY330    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca000-Exit.
*>
     move     PY-PR2-Year to WS-Year.
     move     PY-PR2-Last-Q-Ended to WS-Quarter.
     display  "Quarter to report (1-4)    [ ]"    at line 4 col 1.
     accept   WS-Quarter at line 4 col 30 with UPDATE.
     if       WS-Quarter < 1 or > 4
              move 4 to WS-Quarter.
     display  "Year                       [    ]" at line 6 col 1.
     accept   WS-Year at line 6 col 30 with UPDATE.
     perform  varying M from 1 by 1 until M > 3
              compute  WS-Month = (WS-Quarter - 1) * 3 + M
              compute  WS-Twelfth (M) = WS-Year * 10000 + WS-Month * 100 + 12
     end-perform.
*>
     move     "N" to WS-Cal-Open WS-Sui-Open.
     open     input PY-Calendar-File.
     if       PY-Cal-Status = "00"
              move     "Y" to WS-Cal-Open.
     open     input PY-Employee-File.
     open     input PY-History-File.
*>
     perform  cb000-Load-Sites.
*>
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       move     "23" to PY-Emp-Status
     end-start.
     perform  until PY-Emp-Status not = "00"
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              perform  cc000-One-Employee
     end-perform.
*>
     perform  ce000-SUI-Cross-Foot.
     perform  cf000-Report-And-File.
*>
     close    PY-Employee-File
              PY-History-File
              PY-Check-History-File.
     if       WS-Cal-Open = "Y"
              close    PY-Calendar-File.
*>
     move     WS-Tot-Sites to WS-Disp-Cnt.
     display  "Worksites reported"   at line 8 col 1.
     display  WS-Disp-Cnt            at line 8 col 20.
     if       WS-Not-Tied > zero
              display  PY333 at line WS-23-Lines col 1 foreground-color 4 erase eol.
     perform  az060-Error.
*>
 ca000-Exit.  exit section.
*>
 cb000-Load-Sites            section.
*>**********************************
*>
*> Every worksite on file into the table, zero counts.
*>
     move     zero to WS-Site-Count WS-State-Count.
     move     low-values to Wks-Code.
     start    PY-Worksite-File key not < Wks-Code
              invalid key
                       go to cb000-Exit
     end-start.
     perform  until WS-Site-Count = 200
              read     PY-Worksite-File next record at end
                       exit perform
              end-read
              if       PY-Wks-Status not = "00"
                       exit perform
              end-if
              add      1 to WS-Site-Count
              move     WS-Site-Count   to S
              move     Wks-Code        to WT-Code (S)
              move     Wks-Name        to WT-Name (S)
              move     Wks-Address-1   to WT-Address (S)
              move     Wks-City        to WT-City (S)
              move     Wks-State       to WT-State (S)
              move     Wks-Zip         to WT-Zip (S)
              move     Wks-County      to WT-County (S)
              move     Wks-NAICS       to WT-NAICS (S)
              move     Wks-UI-Acct     to WT-UI-Acct (S)
              move     Wks-Rpt-Unit    to WT-Rpt-Unit (S)
              move     zero to WT-Emp (S 1) WT-Emp (S 2) WT-Emp (S 3)
                               WT-Wages (S)
              move     Wks-State       to WS-State-Code
              perform  cd100-Find-State
     end-perform.
*>
 cb000-Exit.  exit section.
*>
 cc000-One-Employee          section.
*>**********************************
*>
*> The employee's worksite (or the state's not assigned line), the
*> QTD SUI wages and a head for each month paid for the 12th.
*>
     move     zero to WS-Site.
     if       Emp-Worksite not = spaces
              perform  varying S from 1 by 1 until S > WS-Site-Count
                       if       WT-Code (S) = Emp-Worksite
                                move     S to WS-Site
                                exit perform
                       end-if
              end-perform
     end-if.
     if       WS-Site = zero
              perform  cd000-Not-Assigned.
     if       WS-Site = zero                   *> table full
              go to    cc000-Exit.
     move     WS-Site to S.
*>
     move     Emp-No to His-Emp-No.
     read     PY-History-File key His-Emp-No
              invalid key
                       move     zero to His-QTD-Fica-Taxable
     end-read.
     add      His-QTD-Fica-Taxable to WT-Wages (S).
     move     WT-State (S) to WS-State-Code.
     perform  cd100-Find-State.
     if       WS-State-Sub not = zero
              add      His-QTD-Fica-Taxable to ST-Wages (WS-State-Sub).
*>
     evaluate Emp-Pay-Interval
              when "W"  move  7 to WS-Interval-Days
              when "S"  move 16 to WS-Interval-Days
              when "M"  move 31 to WS-Interval-Days
              when other
                        move 14 to WS-Interval-Days
     end-evaluate.
     perform  varying M from 1 by 1 until M > 3
              perform  cc100-Paid-For-12th
              if       WS-Paid = "Y"
                       add      1 to WT-Emp (S M)
                       if       WS-State-Sub not = zero
                                add      1 to ST-Emp (WS-State-Sub M)
                       end-if
              end-if
     end-perform.
*>
 cc000-Exit.  exit section.
*>
 cc100-Paid-For-12th         section.
*>**********************************
*>
*> Was the employee paid (a check not voided) for the pay period
*> holding WS-Twelfth (M)? The calendar period for the employee's
*> interval ending on or after the 12th names the check date; with
*> no such period any check dated from the 12th to one pay interval
*> later is taken as that period's.
*>
     move     "N" to WS-Paid.
     if       WS-Cal-Open = "Y"
              move     Emp-Pay-Interval to Cal-Interval
              move     WS-Twelfth (M)   to Cal-Period-End
              start    PY-Calendar-File key not < Cal-Key
                       invalid key
                                move     "23" to PY-Cal-Status
              end-start
              if       PY-Cal-Status = "00"
                       read     PY-Calendar-File next record
                                at end
                                         move     "10" to PY-Cal-Status
                       end-read
              end-if
              if       PY-Cal-Status = "00"
                 and   Cal-Interval = Emp-Pay-Interval
                       move     Emp-No         to Chkh-Emp-No
                       move     Cal-Check-Date to Chkh-Check-Date
                       read     PY-Check-History-File key Chkh-Key
                                invalid key
                                         go to cc100-Exit
                       end-read
                       if       not Chkh-Stat-Void
                                move     "Y" to WS-Paid
                       end-if
                       go to    cc100-Exit
              end-if
     end-if.
*>
     compute  WS-Paid-To = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-Twelfth (M))
                                          + WS-Interval-Days - 1).
     move     Emp-No         to Chkh-Emp-No.
     move     WS-Twelfth (M) to Chkh-Check-Date.
     start    PY-Check-History-File key not < Chkh-Key
              invalid key
                       go to cc100-Exit
     end-start.
     perform  until PY-Chkh-Status not = "00"
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Emp-No not = Emp-No
                 or    Chkh-Check-Date > WS-Paid-To
                       exit perform
              end-if
              if       not Chkh-Stat-Void
                       move     "Y" to WS-Paid
                       exit perform
              end-if
     end-perform.
*>
 cc100-Exit.  exit section.
*>
 cd000-Not-Assigned          section.
*>**********************************
*>
*> The "not assigned" line for the employee's taxing state - made
*> the first time the state needs one.
*>
     perform  varying S from 1 by 1 until S > WS-Site-Count
              if       WT-Code (S) = spaces
                 and   WT-State (S) = Emp-Taxing-State
                       move     S to WS-Site
                       go to    cd000-Exit
              end-if
     end-perform.
     if       WS-Site-Count = 200
              go to    cd000-Exit.
     add      1 to WS-Site-Count.
     move     WS-Site-Count to S WS-Site.
     move     spaces                 to WT-Code (S) WT-Address (S)
                                        WT-City (S) WT-Zip (S)
                                        WT-UI-Acct (S).
     move     "*** Worksite not assigned ***" to WT-Name (S).
     move     Emp-Taxing-State       to WT-State (S).
     move     zero to WT-County (S) WT-NAICS (S) WT-Rpt-Unit (S)
                      WT-Emp (S 1) WT-Emp (S 2) WT-Emp (S 3)
                      WT-Wages (S).
     move     Emp-Taxing-State to WS-State-Code.
     perform  cd100-Find-State.
*>
 cd000-Exit.  exit section.
*>
 cd100-Find-State            section.
*>**********************************
*>
*> WS-State-Sub = the state table entry for WS-State-Code, added if
*> new; zero when the table is full. S is not disturbed.
*>
     perform  varying WS-State-Sub from 1 by 1 until WS-State-Sub > WS-State-Count
              if       ST-Code (WS-State-Sub) = WS-State-Code
                       go to    cd100-Exit
              end-if
     end-perform.
     if       WS-State-Count = 60
              move     zero to WS-State-Sub
              go to    cd100-Exit.
     add      1 to WS-State-Count.
     move     WS-State-Count to WS-State-Sub.
     move     WS-State-Code  to ST-Code (WS-State-Sub).
     move     spaces         to ST-UI-Acct (WS-State-Sub).
     move     zero to ST-Sites (WS-State-Sub)
                      ST-Emp (WS-State-Sub 1) ST-Emp (WS-State-Sub 2)
                      ST-Emp (WS-State-Sub 3)
                      ST-Wages (WS-State-Sub) ST-SUI-Wages (WS-State-Sub).
*>
 cd100-Exit.  exit section.
*>
 ce000-SUI-Cross-Foot        section.
*>**********************************
*>
*> The quarter's records on pysuiwage's file, totalled by state.
*>
     open     input PY-SUI-Wage-File.
     if       PY-Sui-Status not = "00"
              go to    ce000-Exit.
     perform  forever
              read     PY-SUI-Wage-File at end
                       exit perform
              end-read
              if       PY-Sui-Status not = "00"
                       exit perform
              end-if
              if       Sui-Year    not = WS-Year
                 or    Sui-Quarter not = WS-Quarter
                       exit perform cycle
              end-if
              move     Sui-State to WS-State-Code
              perform  cd100-Find-State
              if       WS-State-Sub not = zero
                       add      Sui-QTD-Wages to ST-SUI-Wages (WS-State-Sub)
              end-if
     end-perform.
     close    PY-SUI-Wage-File.
*>
 ce000-Exit.  exit section.
*>
 cf000-Report-And-File       section.
*>**********************************
*>
*> State by state - heading, its worksites, the totals against the
*> SUI wage file - with the E, W and T records alongside.
*>
     move     zero to WS-Tot-Sites WS-Tot-Wages WS-Tot-SUI WS-Not-Tied.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output PY-MWR-File.
     open     output Print-File.
     initiate MWR-Report.
     perform  varying T from 1 by 1 until T > WS-State-Count
              if       ST-Wages (T)     = zero
                 and   ST-SUI-Wages (T) = zero
                 and   ST-Emp (T 1) = zero
                 and   ST-Emp (T 2) = zero
                 and   ST-Emp (T 3) = zero
                       exit perform cycle
              end-if
              perform  varying S from 1 by 1 until S > WS-Site-Count
                       if       WT-State (S) = ST-Code (T)
                          and   WT-UI-Acct (S) not = spaces
                                move     WT-UI-Acct (S) to ST-UI-Acct (T)
                                exit perform
                       end-if
              end-perform
              generate MWR-State-Head
              move     spaces to PY-MWR-Record
              move     "E"            to Mwr-Rec-Type
              move     ST-Code (T)    to Mwr-State
              move     ST-UI-Acct (T) to Mwr-UI-Acct
              move     WS-Year        to Mwr-Year
              move     WS-Quarter     to Mwr-Quarter
              move     zero           to Mwr-Rpt-Unit Mwr-County Mwr-NAICS
                                         Mwr-Emp-Month (1) Mwr-Emp-Month (2)
                                         Mwr-Emp-Month (3) Mwr-Wages Mwr-Count
              move     PY-PR1-Co-Name      to Mwr-Name
              move     PY-PR1-Co-Address-1 to Mwr-Address
              move     PY-PR1-Co-Address-2 to Mwr-City
              move     PY-PR1-Co-Zip       to Mwr-Zip
              move     WS-EIN              to Mwr-EIN
              write    PY-MWR-Record
              perform  varying S from 1 by 1 until S > WS-Site-Count
                       if       WT-State (S) = ST-Code (T)
                                perform  cf100-One-Site
                       end-if
              end-perform
              compute  WS-Rg-Diff = ST-Wages (T) - ST-SUI-Wages (T)
              if       WS-Rg-Diff = zero
                       move     spaces to WS-Rg-Flag
              else
                       move     "*** DOES NOT TIE - CHECK ***" to WS-Rg-Flag
                       add      1 to WS-Not-Tied
              end-if
              generate MWR-State-Total
              add      ST-Wages (T)     to WS-Tot-Wages
              add      ST-SUI-Wages (T) to WS-Tot-SUI
              move     spaces to PY-MWR-Record
              move     "T"              to Mwr-Rec-Type
              move     ST-Code (T)      to Mwr-State
              move     ST-UI-Acct (T)   to Mwr-UI-Acct
              move     WS-Year          to Mwr-Year
              move     WS-Quarter       to Mwr-Quarter
              move     zero             to Mwr-Rpt-Unit Mwr-County Mwr-NAICS
              move     ST-Emp (T 1)     to Mwr-Emp-Month (1)
              move     ST-Emp (T 2)     to Mwr-Emp-Month (2)
              move     ST-Emp (T 3)     to Mwr-Emp-Month (3)
              move     ST-Wages (T)     to Mwr-Wages
              move     ST-Sites (T)     to Mwr-Count
              write    PY-MWR-Record
     end-perform.
     terminate
              MWR-Report.
     close    PY-MWR-File.
     perform  zz080-Log-Outbound.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
*>
 cf000-Exit.  exit section.
*>
 cf100-One-Site              section.
*>**********************************
*>
*> One worksite's line and W record - a worksite with no one paid
*> and no wages this quarter is left out.
*>
     if       WT-Emp (S 1) = zero
        and   WT-Emp (S 2) = zero
        and   WT-Emp (S 3) = zero
        and   WT-Wages (S) = zero
              go to    cf100-Exit.
     generate MWR-Site-Detail.
     add      1 to ST-Sites (T) WS-Tot-Sites.
     move     spaces to PY-MWR-Record.
     move     "W"              to Mwr-Rec-Type.
     move     ST-Code (T)      to Mwr-State.
     move     ST-UI-Acct (T)   to Mwr-UI-Acct.
     move     WS-Year          to Mwr-Year.
     move     WS-Quarter       to Mwr-Quarter.
     move     WT-Rpt-Unit (S)  to Mwr-Rpt-Unit.
     move     WT-Name (S)      to Mwr-Name.
     move     WT-Address (S)   to Mwr-Address.
     move     WT-City (S)      to Mwr-City.
     move     WT-Zip (S)       to Mwr-Zip.
     move     WT-County (S)    to Mwr-County.
     move     WT-NAICS (S)     to Mwr-NAICS.
     move     WT-Emp (S 1)     to Mwr-Emp-Month (1).
     move     WT-Emp (S 2)     to Mwr-Emp-Month (2).
     move     WT-Emp (S 3)     to Mwr-Emp-Month (3).
     move     WT-Wages (S)     to Mwr-Wages.
     move     zero             to Mwr-Count.
     write    PY-MWR-Record.
*>
 cf100-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The MWR file goes on the outbound release log and is held there
*> until a Supervisor or Admin releases it in pyxmit - only the send
*> copy that makes is to go to the BLS / state agency.
*>
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "MWR"      to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-156   to Xreq-File-Name.
     move     WS-Year    to Xreq-Period (1:4).
     move     " Q"       to Xreq-Period (5:2).
     move     WS-Quarter to Xreq-Period (7:1).
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
