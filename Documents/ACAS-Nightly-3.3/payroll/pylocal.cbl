       >>source free
*>****************************************************************
*>      Local Earned Income Tax - Jurisdiction Master And         *
*>        Quarterly Returns By Collecting Agency                  *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pylocal.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Local income taxes are returned quarterly to
*>                      each collecting agency - the Pennsylvania Act
*>                      32 tax collection district collectors by PSD
*>                      code, and the Ohio municipalities (or RITA /
*>                      CCA collecting for them).
*>
*>                      Functions off one menu:
*>
*>                      M - maintains PY-Local-Tax-File - per local
*>                          jurisdiction (the code Emp-LWT-Live-Juris
*>                          and Emp-LWT-Work-Juris hold) its kind,
*>                          PSD / municipality code, resident and non-
*>                          resident rates, and the collector it is
*>                          returned to with our account number there.
*>                          pyapply withholds from these rates;
*>                      R - the quarterly run - per collector the
*>                          return, employee by employee (SSN, name,
*>                          PSD / municipality, resident or not,
*>                          wages and tax), and pylclq.txt, the upload
*>                          file (see wspylcu.cob) - an H record, a D
*>                          per employee line and a T per collector.
*>
*>                      The figures are the quarter's buckets on
*>                      PY-Emp-Local-File, posted by pyapply and
*>                      pymanchk. The flat head taxes (Emp-Head-Tax-
*>                      Juris, see pyheadtax) come out of the same
*>                      run: a head tax jurisdiction also on the local
*>                      file goes to its collector, one that is not is
*>                      returned on its own. Jurisdictions missing from
*>                      the local file are likewise shown on their own
*>                      so nothing withheld is left out.
*>
*>                      All collectors' tax is reconciled to the LWT
*>                      liability in company history (Coh-QTD-Lwt-Liab)
*>                      - which is quarter to date, so as with
*>                      f941print run it before py930 closes the
*>                      quarter.
*>
*>                      Same prompt plan as pymwr.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrcapt.
*>                      pyxreg.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>    Files used :
*>                      pypr1.   Params.
*>                      pylcl.   Local Tax Jurisdictions - I-O.
*>                      pyemlc.  Employee Local Tax History.
*>                      pyhtx.   Head Tax Table (descriptions).
*>                      pyemp.   Employee Master.
*>                      pycoh.   Company History (reconciliation).
*>                      pylclq.txt  Local return upload file - Output.
*>                      prt-1.   Local Tax Quarterly Returns.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 3, PY337 - 339, PY445 - 447, PY468.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 The quarterly run is refused for a training
*>                       company (PY-PR9-Training, built by pytrain) -
*>                       jurisdiction upkeep still allowed. New msg
*>                       PY468.
*> 15/10/26 vbc - 1.0.02 The local tax upload file is registered on the
*>                       outbound release log (pyxreg) once closed - held
*>                       until a supervisor releases it in pyxmit, a
*>                       rebuild of one already released shown as a
*>                       possible duplicate. New msgs PY445 - 447.
*>                       Heading size corrected to its text.
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
 copy "selpylcl.cob".
 copy "selpyemlc.cob".
 copy "selpyhtx.cob".
 copy "selpyemp.cob".
 copy "selpycoh.cob".
 copy "selpylcu.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpylcl.cob".
 copy "fdpyemlc.cob".
 copy "fdpyhtx.cob".
 copy "fdpyemp.cob".
 copy "fdpycoh.cob".
 copy "fdpylcu.cob".
*>
 fd  Print-File
     reports are Local-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pylocal  (1.0.02)".  *> First release pre testing.
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
     03  PY-Lcl-Status       pic xx.
     03  PY-Emlc-Status      pic xx.
     03  PY-Htx-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Coh-Status       pic xx.
     03  PY-Lcu-Status       pic xx.
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
     03  WS-Amending         pic x        value "N".       *> Y = jurisdiction on file
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Today            pic 9(8)     value zero.
     03  WS-Htx-Open         pic x        value "N".
*>
*> Jurisdiction as keyed.
*>
     03  WS-Lcl-Juris        pic x(5)     value spaces.
     03  WS-Lcl-Name         pic x(30)    value spaces.
     03  WS-Lcl-Kind         pic x        value space.
     03  WS-Lcl-PSD-Code     pic x(8)     value spaces.
     03  WS-Lcl-Res-Rate     pic 99v9999  value zero.
     03  WS-Lcl-NonRes-Rate  pic 99v9999  value zero.
     03  WS-Lcl-Collector    pic x(6)     value spaces.
     03  WS-Lcl-Coll-Name    pic x(30)    value spaces.
     03  WS-Lcl-Coll-Acct    pic x(15)    value spaces.
*>
*> Quarterly run.
*>
     03  WS-Quarter          pic 9        value zero.
     03  WS-Year             pic 9(4)     value zero.
     03  WS-EIN              pic x(9)     value spaces.
     03  WS-EIN-Ptr          pic 99       value zero.
     03  WS-Sub              pic 99       value zero.
     03  WS-Disp-Cnt         pic zzz9.
     03  J                   pic 999      value zero.
     03  T                   pic 999      value zero.
     03  WS-Coll             pic 999      value zero.
     03  WS-PSD              pic x(8)     value spaces.
     03  WS-Type-Text        pic x(3)     value spaces.
     03  WS-Emp-Name         pic x(32)    value spaces.
     03  WS-Emp-SSN          pic 9(9)     value zero.
*>
*> Local jurisdictions on file, each pointing at its collector.
*>
     03  WS-Juris-Count      pic 999      value zero.
     03  WS-Juris-Table                   occurs 500.
         05  JT-Juris        pic x(5).
         05  JT-PSD          pic x(8).
         05  JT-Coll         pic 999.
*>
*> Collectors - from the local file, plus one per head tax or
*> unknown jurisdiction returned on its own.
*>
     03  WS-Coll-Count       pic 999      value zero.
     03  WS-Coll-Table                    occurs 200.
         05  CT-Code         pic x(6).
         05  CT-Name         pic x(30).
         05  CT-Acct         pic x(15).
         05  CT-Count        pic 9(6).
         05  CT-Wages        pic 9(11)v99  comp-3.
         05  CT-Tax          pic 9(9)v99   comp-3.
*>
*> Totals and the company history reconciliation.
*>
     03  WS-Tot-Colls        pic 999      value zero.
     03  WS-Tot-Lines        pic 9(6)     value zero.
     03  WS-Tot-Tax          pic 9(9)v99  comp-3 value zero.
     03  WS-Coh-LWT          pic 9(9)v99  comp-3 value zero.
     03  WS-Rg-Diff          pic s9(9)v99 comp-3 value zero.
     03  WS-Rg-Flag          pic x(28)    value spaces.
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
     03  PY337           pic x(68) value "PY337 Jurisdiction needs a name, kind P or O, PSD code and collector".
     03  PY338           pic x(62) value "PY338 No local tax withheld for that quarter - nothing to file".
     03  PY339           pic x(64) value "PY339 Local tax does not agree with company history - see report".
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
 RD  Local-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Local-Head  Type Page Heading.
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
         05  col  36     pic x(37)   value "Local Tax Quarterly Returns - Quarter".
         05  col  74     pic 9       source WS-Quarter.
         05  col  76     pic x(2)    value "of".
         05  col  79     pic 9(4)    source WS-Year.
     03  line  4.
         05  col   1                 value "Tax Juris PSD Code SSN        Employee Name                     Res         Wages            Tax".
*>
 01  Local-Coll-Head type is detail.
     03  line + 2.
         05  col   1     pic x(11)         value "Collector :".
         05  col  13     pic x(6)          source CT-Code (T).
         05  col  20     pic x(30)         source CT-Name (T).
         05  col  52     pic x(11)         value "Account no:".
         05  col  64     pic x(15)         source CT-Acct (T).
*>
 01  Local-Detail type is detail.
     03  line + 1.
         05  col   1     pic x(3)          source WS-Type-Text.
         05  col   5     pic x(5)          source Emlc-Juris.
         05  col  11     pic x(8)          source WS-PSD.
         05  col  20     pic 9(9)          source WS-Emp-SSN.
         05  col  31     pic x(32)         source WS-Emp-Name.
         05  col  65     pic x             source Emlc-Res-Ind.
         05  col  69     pic zz,zzz,zz9.99 source Emlc-Wages (WS-Quarter).
         05  col  84     pic zz,zzz,zz9.99 source Emlc-Tax (WS-Quarter).
*>
 01  Local-Coll-Total type is detail.
     03  line + 1.
         05  col   5     pic x(15)         value "Collector total".
         05  col  31     pic zzzzz9        source CT-Count (T).
         05  col  38     pic x(5)          value "lines".
         05  col  66     pic zzz,zzz,zzz,zz9.99 source CT-Wages (T).
         05  col  84     pic zz,zzz,zz9.99 source CT-Tax (T).
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(30)         value "Collectors returned          :".
         05  col  32     pic zzzz9         source WS-Tot-Colls.
     03  line + 1.
         05  col   1     pic x(30)         value "Employee lines               :".
         05  col  32     pic zzzzz9        source WS-Tot-Lines.
     03  line + 1.
         05  col   1     pic x(30)         value "Local tax withheld - quarter :".
         05  col  32     pic zzz,zzz,zz9.99 source WS-Tot-Tax.
     03  line + 1.
         05  col   1     pic x(30)         value "Company history LWT (QTD)    :".
         05  col  32     pic zzz,zzz,zz9.99 source WS-Coh-LWT.
     03  line + 1.
         05  col   1     pic x(30)         value "Difference                   :".
         05  col  31     pic zzz,zzz,zz9.99- source WS-Rg-Diff.
         05  col  50     pic x(28)         source WS-Rg-Flag.
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
     display  "Local Tax Quarterly Returns" at 0125 with foreground-color 2.
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
     open     i-o PY-Local-Tax-File.
     if       PY-Lcl-Status = "35"        *> first ever use
              open     output PY-Local-Tax-File
              close    PY-Local-Tax-File
              open     i-o PY-Local-Tax-File
     end-if.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Local-Tax-File.
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
     display  "Local Tax Quarterly Returns"                                at line 1 col 1 with erase eos.
     display  "M = Maintain jurisdictions, R = Quarterly returns, Q = Quit [ ]"
                                                                           at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 62 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "M"
                       perform  ba000-Jurisdictions
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
 ba000-Jurisdictions         section.
*>**********************************
*>
*> One jurisdiction at a time until the code is left blank.
*>
 ba005-Get-Key.
     display  "Local Tax Jurisdictions" at line 1 col 1 with erase eos.
     move     spaces to WS-Lcl-Juris.
     display  "Jurisdiction code      [     ]"         at line 3 col 1.
     accept   WS-Lcl-Juris at line 3 col 25 with UPPER.
     if       WS-Lcl-Juris = spaces or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     move     WS-Lcl-Juris to Lcl-Juris.
     read     PY-Local-Tax-File key Lcl-Juris
              invalid key
                       move     "N"    to WS-Amending
                       move     spaces to WS-Lcl-Name WS-Lcl-PSD-Code
                                          WS-Lcl-Collector WS-Lcl-Coll-Name
                                          WS-Lcl-Coll-Acct
                       move     "P"    to WS-Lcl-Kind
                       move     zero   to WS-Lcl-Res-Rate WS-Lcl-NonRes-Rate
              not invalid key
                       move     "Y"    to WS-Amending
                       move     Lcl-Name           to WS-Lcl-Name
                       move     Lcl-Kind           to WS-Lcl-Kind
                       move     Lcl-PSD-Code       to WS-Lcl-PSD-Code
                       move     Lcl-Res-Rate       to WS-Lcl-Res-Rate
                       move     Lcl-NonRes-Rate    to WS-Lcl-NonRes-Rate
                       move     Lcl-Collector      to WS-Lcl-Collector
                       move     Lcl-Collector-Name to WS-Lcl-Coll-Name
                       move     Lcl-Collector-Acct to WS-Lcl-Coll-Acct
     end-read.
     if       WS-Amending = "Y"
              display  "On file - amending"  at line 3 col 32 with foreground-color 2
     else
              display  "New jurisdiction"    at line 3 col 32 with foreground-color 2.
*>
     display  "Name                   [                              ]"   at line  5 col 1.
     display  "Kind                   [ ]  P = PA Act 32, O = Ohio municipal" at line  6 col 1.
     display  "PSD / muni code        [        ]"                         at line  7 col 1.
     display  "Resident rate %        [      ]"                           at line  8 col 1.
     display  "Non-resident rate %    [      ]"                           at line  9 col 1.
     display  "Collector code         [      ]"                           at line 11 col 1.
     display  "Collector name         [                              ]"   at line 12 col 1.
     display  "Our account no.        [               ]"                  at line 13 col 1.
     accept   WS-Lcl-Name        at line  5 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     accept   WS-Lcl-Kind        at line  6 col 25 with UPPER UPDATE.
     accept   WS-Lcl-PSD-Code    at line  7 col 25 with UPDATE.
     accept   WS-Lcl-Res-Rate    at line  8 col 25 with UPDATE.
     accept   WS-Lcl-NonRes-Rate at line  9 col 25 with UPDATE.
     accept   WS-Lcl-Collector   at line 11 col 25 with UPPER UPDATE.
     accept   WS-Lcl-Coll-Name   at line 12 col 25 with UPDATE.
     accept   WS-Lcl-Coll-Acct   at line 13 col 25 with UPPER UPDATE.
*>
     if       WS-Amending = "Y"
              display  "Save (Y), Delete (D) or leave as is [ ]" at line 15 col 1
     else
              display  "Save (Y/N) [ ]"                          at line 15 col 1.
     move     "N" to WS-Reply.
     if       WS-Amending = "Y"
              accept   WS-Reply at line 15 col 38 with UPPER
     else
              accept   WS-Reply at line 15 col 13 with UPPER.
     if       WS-Reply = "D"
         and  WS-Amending = "Y"
              delete   PY-Local-Tax-File record
              display  "Jurisdiction deleted" at line 17 col 1
              perform  az060-Error
              go to    ba005-Get-Key.
     if       WS-Reply not = "Y"
              go to    ba005-Get-Key.
     if       WS-Lcl-Name      = spaces
        or   (WS-Lcl-Kind not = "P" and not = "O")
        or    WS-Lcl-PSD-Code  = spaces
        or    WS-Lcl-Collector = spaces
              display  PY337    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba005-Get-Key.
     move     WS-Lcl-Juris       to Lcl-Juris.
     move     WS-Lcl-Name        to Lcl-Name.
     move     WS-Lcl-Kind        to Lcl-Kind.
     move     WS-Lcl-PSD-Code    to Lcl-PSD-Code.
     move     WS-Lcl-Res-Rate    to Lcl-Res-Rate.
     move     WS-Lcl-NonRes-Rate to Lcl-NonRes-Rate.
     move     WS-Lcl-Collector   to Lcl-Collector.
     move     WS-Lcl-Coll-Name   to Lcl-Collector-Name.
     move     WS-Lcl-Coll-Acct   to Lcl-Collector-Acct.
     move     WS-Operator        to Lcl-Changed-By.
     move     WS-Today           to Lcl-Changed-Date.
     if       WS-Amending = "Y"
              rewrite  PY-Local-Tax-Record
     else
              write    PY-Local-Tax-Record.
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
*> Totals per collector first, then each collector's return and
*> upload records, then the reconciliation to company history.
*>
     display  "Local Tax Quarterly Returns - Run" at line 1 col 1 with erase eos.
     move     PY-PR2-Year to WS-Year.
     move     PY-PR2-Last-Q-Ended to WS-Quarter.
     display  "Quarter to file (1-4)      [ ]"    at line 4 col 1.
     accept   WS-Quarter at line 4 col 30 with UPDATE.
     if       WS-Quarter < 1 or > 4
              move 4 to WS-Quarter.
     display  "Year                       [    ]" at line 6 col 1.
     accept   WS-Year at line 6 col 30 with UPDATE.
*>
     open     input PY-Emp-Local-File.
     if       PY-Emlc-Status not = "00"
              display  PY338    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca000-Exit.
     open     input PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY003    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              close    PY-Emp-Local-File PY-Employee-File
              go to    ca000-Exit.
     move     "N" to WS-Htx-Open.
     open     input PY-Head-Tax-File.
     if       PY-Htx-Status = "00"
              move     "Y" to WS-Htx-Open.
*>
     perform  cb000-Load-Jurisdictions.
     perform  cc000-Collector-Totals.
     if       WS-Tot-Lines = zero
              display  PY338    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca090-Close.
     perform  cd000-Company-History.
     perform  ce000-Returns-And-File.
     perform  zz080-Log-Outbound.
*>
     move     WS-Tot-Colls to WS-Disp-Cnt.
     display  "Collectors returned"  at line 8 col 1.
     display  WS-Disp-Cnt            at line 8 col 21.
     if       WS-Rg-Diff not = zero
              display  PY339 at line WS-23-Lines col 1 foreground-color 4 erase eol.
     perform  az060-Error.
*>
 ca090-Close.
     close    PY-Emp-Local-File
              PY-Employee-File.
     if       WS-Htx-Open = "Y"
              close    PY-Head-Tax-File.
*>
 ca000-Exit.  exit section.
*>
 cb000-Load-Jurisdictions    section.
*>**********************************
*>
*> Every jurisdiction on file into the table against its collector.
*>
     move     zero to WS-Juris-Count WS-Coll-Count.
     move     low-values to Lcl-Juris.
     start    PY-Local-Tax-File key not < Lcl-Juris
              invalid key
                       go to cb000-Exit
     end-start.
     perform  until WS-Juris-Count = 500
              read     PY-Local-Tax-File next record at end
                       exit perform
              end-read
              if       PY-Lcl-Status not = "00"
                       exit perform
              end-if
              move     zero to WS-Coll
              perform  varying T from 1 by 1 until T > WS-Coll-Count
                       if       CT-Code (T) = Lcl-Collector
                                move     T to WS-Coll
                                exit perform
                       end-if
              end-perform
              if       WS-Coll = zero
                       if       WS-Coll-Count = 200
                                exit perform cycle
                       end-if
                       add      1 to WS-Coll-Count
                       move     WS-Coll-Count      to WS-Coll
                       move     Lcl-Collector      to CT-Code (WS-Coll)
                       move     Lcl-Collector-Name to CT-Name (WS-Coll)
                       move     Lcl-Collector-Acct to CT-Acct (WS-Coll)
                       move     zero to CT-Count (WS-Coll) CT-Wages (WS-Coll)
                                        CT-Tax (WS-Coll)
              end-if
              add      1 to WS-Juris-Count
              move     Lcl-Juris    to JT-Juris (WS-Juris-Count)
              move     Lcl-PSD-Code to JT-PSD   (WS-Juris-Count)
              move     WS-Coll      to JT-Coll  (WS-Juris-Count)
     end-perform.
*>
 cb000-Exit.  exit section.
*>
 cc000-Collector-Totals      section.
*>**********************************
*>
*> The quarter's lines counted and totalled per collector.
*>
     move     zero to WS-Tot-Lines WS-Tot-Tax WS-Tot-Colls.
     move     WS-Year    to Emlc-Year.
     move     low-values to Emlc-Type Emlc-Juris.
     move     zero       to Emlc-Emp-No.
     start    PY-Emp-Local-File key not < Emlc-Key
              invalid key
                       go to cc000-Exit
     end-start.
     perform  forever
              read     PY-Emp-Local-File next record at end
                       exit perform
              end-read
              if       PY-Emlc-Status not = "00"
                 or    Emlc-Year not = WS-Year
                       exit perform
              end-if
              if       Emlc-Wages (WS-Quarter) = zero
                 and   Emlc-Tax (WS-Quarter) = zero
                       exit perform cycle
              end-if
              perform  cz000-Find-Collector
              if       WS-Coll = zero
                       exit perform cycle
              end-if
              if       CT-Count (WS-Coll) = zero
                       add      1 to WS-Tot-Colls
              end-if
              add      1 to CT-Count (WS-Coll) WS-Tot-Lines
              add      Emlc-Wages (WS-Quarter) to CT-Wages (WS-Coll)
              add      Emlc-Tax (WS-Quarter)   to CT-Tax (WS-Coll)
                                                  WS-Tot-Tax
     end-perform.
*>
 cc000-Exit.  exit section.
*>
 cd000-Company-History       section.
*>**********************************
*>
*> The quarter to date LWT liability - earned income and head tax
*> together, as pyapply and pymanchk post it.
*>
     move     zero to WS-Coh-LWT.
     open     input PY-Comp-Hist-File.
     if       PY-Coh-Status = "00"
              move     1 to RRN
              read     PY-Comp-Hist-File
              if       PY-Coh-Status = "00"
                       move     Coh-QTD-Lwt-Liab to WS-Coh-LWT
              end-if
              close    PY-Comp-Hist-File
     end-if.
     compute  WS-Rg-Diff = WS-Tot-Tax - WS-Coh-LWT.
     if       WS-Rg-Diff = zero
              move     spaces to WS-Rg-Flag
     else
              move     "*** DOES NOT TIE - CHECK ***" to WS-Rg-Flag.
*>
 cd000-Exit.  exit section.
*>
 ce000-Returns-And-File      section.
*>**********************************
*>
*> Collector by collector - heading, its employee lines, the total -
*> with the H, D and T records alongside.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output PY-Local-Upload-File.
     open     output Print-File.
     initiate Local-Report.
     perform  varying T from 1 by 1 until T > WS-Coll-Count
              if       CT-Count (T) = zero
                       exit perform cycle
              end-if
              generate Local-Coll-Head
              move     spaces to PY-Local-Upload-Record
              move     "H"            to Lcu-Rec-Type
              move     CT-Code (T)    to Lcu-Collector
              move     CT-Acct (T)    to Lcu-Coll-Acct
              move     WS-Year        to Lcu-Year
              move     WS-Quarter     to Lcu-Quarter
              move     WS-EIN         to Lcu-EIN
              move     PY-PR1-Co-Name to Lcu-Name
              move     zero           to Lcu-SSN Lcu-Wages Lcu-Tax Lcu-Count
              write    PY-Local-Upload-Record
              perform  cf000-One-Collector
              generate Local-Coll-Total
              move     spaces to PY-Local-Upload-Record
              move     "T"            to Lcu-Rec-Type
              move     CT-Code (T)    to Lcu-Collector
              move     CT-Acct (T)    to Lcu-Coll-Acct
              move     WS-Year        to Lcu-Year
              move     WS-Quarter     to Lcu-Quarter
              move     zero           to Lcu-SSN
              move     CT-Wages (T)   to Lcu-Wages
              move     CT-Tax (T)     to Lcu-Tax
              move     CT-Count (T)   to Lcu-Count
              write    PY-Local-Upload-Record
     end-perform.
     terminate
              Local-Report.
     close    PY-Local-Upload-File.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
*>
 ce000-Exit.  exit section.
*>
 cf000-One-Collector         section.
*>**********************************
*>
*> The quarter's lines belonging to collector T.
*>
     move     WS-Year    to Emlc-Year.
     move     low-values to Emlc-Type Emlc-Juris.
     move     zero       to Emlc-Emp-No.
     start    PY-Emp-Local-File key not < Emlc-Key
              invalid key
                       go to cf000-Exit
     end-start.
     perform  forever
              read     PY-Emp-Local-File next record at end
                       exit perform
              end-read
              if       PY-Emlc-Status not = "00"
                 or    Emlc-Year not = WS-Year
                       exit perform
              end-if
              if       Emlc-Wages (WS-Quarter) = zero
                 and   Emlc-Tax (WS-Quarter) = zero
                       exit perform cycle
              end-if
              perform  cz000-Find-Collector
              if       WS-Coll not = T
                       exit perform cycle
              end-if
              move     Emlc-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                move     spaces to Emp-Name
                                move     zero   to Emp-SSN
              end-read
              move     Emp-Name to WS-Emp-Name
              move     Emp-SSN  to WS-Emp-SSN
              if       Emlc-Type = "H"
                       move     "LST" to WS-Type-Text
              else
                       move     "EIT" to WS-Type-Text
              end-if
              generate Local-Detail
              move     spaces to PY-Local-Upload-Record
              move     "D"                     to Lcu-Rec-Type
              move     CT-Code (T)             to Lcu-Collector
              move     CT-Acct (T)             to Lcu-Coll-Acct
              move     WS-Year                 to Lcu-Year
              move     WS-Quarter              to Lcu-Quarter
              move     WS-Emp-Name             to Lcu-Name
              move     WS-Emp-SSN              to Lcu-SSN
              move     Emlc-Type               to Lcu-Tax-Type
              move     WS-PSD                  to Lcu-PSD-Code
              move     Emlc-Juris              to Lcu-Juris
              move     Emlc-Res-Ind            to Lcu-Res-Ind
              move     Emlc-Wages (WS-Quarter) to Lcu-Wages
              move     Emlc-Tax (WS-Quarter)   to Lcu-Tax
              move     zero                    to Lcu-Count
              write    PY-Local-Upload-Record
     end-perform.
*>
 cf000-Exit.  exit section.
*>
 cz000-Find-Collector        section.
*>**********************************
*>
*> The collector (WS-Coll) and PSD code (WS-PSD) for Emlc-Juris - via
*> the local file, else the jurisdiction is returned on its own
*> (head tax only jurisdictions, or one since dropped from the file).
*>
     move     zero   to WS-Coll.
     move     spaces to WS-PSD.
     perform  varying J from 1 by 1 until J > WS-Juris-Count
              if       JT-Juris (J) = Emlc-Juris
                       move     JT-Coll (J) to WS-Coll
                       move     JT-PSD (J)  to WS-PSD
                       go to    cz000-Exit
              end-if
     end-perform.
     perform  varying J from 1 by 1 until J > WS-Coll-Count
              if       CT-Code (J) = Emlc-Juris
                       move     J to WS-Coll
                       go to    cz000-Exit
              end-if
     end-perform.
     if       WS-Coll-Count = 200
              go to    cz000-Exit.
     add      1 to WS-Coll-Count.
     move     WS-Coll-Count to WS-Coll.
     move     Emlc-Juris    to CT-Code (WS-Coll).
     move     spaces        to CT-Name (WS-Coll) CT-Acct (WS-Coll).
     move     zero to CT-Count (WS-Coll) CT-Wages (WS-Coll) CT-Tax (WS-Coll).
     if       Emlc-Type = "H"
        and   WS-Htx-Open = "Y"
              move     Emlc-Juris to Htx-Juris
              read     PY-Head-Tax-File key Htx-Juris
                       not invalid key
                                move     Htx-Desc to CT-Name (WS-Coll)
              end-read
     end-if.
     if       CT-Name (WS-Coll) = spaces
              move     "Not on the local tax file" to CT-Name (WS-Coll).
*>
 cz000-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The local tax upload file goes on the outbound release log and is
*> held there until a Supervisor or Admin releases it in pyxmit - only
*> the send copy that makes is to go to the collectors.
*>
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "LOCAL"    to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-160   to Xreq-File-Name.
     move     WS-Year    to Xreq-Period (1:4).
     move     " Q"       to Xreq-Period (5:2).
     move     WS-Quarter to Xreq-Period (7:1).
     move     WS-Tot-Tax to Xreq-Hash.
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
