       >>source free
*>****************************************************************
*>      Nonresident Alien Tax Treaty Table & Year-End 1042-S      *
*>                                                               *
*>            Uses RW (Report writer for prints)                 +
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       py1042s.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Visiting nonresident aliens (Emp-Residency N)
*>                      claiming a tax treaty on Form 8233 have the
*>                      treaty's wages exempt from FWT by pyapply - kept
*>                      off the W-2 and reported instead on Form
*>                      1042-S. Functions off one menu:
*>
*>                      M - maintains PY-Treaty-File, one entry per
*>                          country (IRS country code) and 1042-S income
*>                          code: the article, the annual exempt amount
*>                          (zero = no limit), the years from arrival
*>                          the exemption lasts (zero = no limit) and
*>                          whether the treaty lifts the Pub 15-T wage
*>                          add-on;
*>                      R - the year-end run - one 1042-S per employee
*>                          with His-YTD-Treaty-Exempt: income code,
*>                          gross income, chapter 3, exemption code 04
*>                          (exempt under tax treaty), rate 00.00 and no
*>                          tax withheld, printed for the paper forms,
*>                          and the IRS FIRE-style electronic file
*>                          (py1042s.txt) the way py1099 writes the
*>                          1099s - T transmitter, W withholding agent,
*>                          one Q per recipient, C reconciliation and F
*>                          end of transmission.
*>
*>                      Run the R option before the history is rolled
*>                      for the new year, as with w2print.
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
*>                      pytrt.   Tax Treaty Table - I-O.
*>                      pyemp.   Employee Master.
*>                      pyhis.   Employee History.
*>                      py1042s. FIRE electronic file - Output.
*>                      prt-1.   1042-S forms detail.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY328 - 329, PY445 - 447, PY468.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 The year-end run (print and FIRE file) is
*>                       refused for a training company (PY-PR9-
*>                       Training, built by pytrain).
*>                       New msg PY468.
*> 15/10/26 vbc - 1.0.02 The FIRE file is registered on the outbound
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
 copy "selpytrt.cob".
 copy "selpyemp.cob".
 copy "selpyhis.cob".
 copy "selpy42.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpytrt.cob".
 copy "fdpyemp.cob".
 copy "fdpyhis.cob".
 copy "fdpy42.cob".
*>
 fd  Print-File
     reports are F1042-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "py1042s  (1.0.02)".  *> First release pre testing.
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
     03  PY-Trt-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-His-Emp-Status   pic xx.
     03  PY-F42-Status       pic xx.
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
     03  WS-Amending         pic x        value "N".       *> Y = entry on file
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Today            pic 9(8)     value zero.
*>
*> Treaty entry as keyed.
*>
     03  WS-Country          pic xx       value spaces.
     03  WS-Inc-Code         pic 99       value zero.
     03  WS-Article          pic x(10)    value spaces.
     03  WS-Annual-Limit     pic 9(7)v99  value zero.
     03  WS-Max-Years        pic 99       value zero.
     03  WS-No-NRA-Add       pic x        value "N".
     03  WS-Desc             pic x(30)    value spaces.
*>
*> Year-end run.
*>
     03  WS-Tax-Year         pic 9(4)     value zero.
     03  WS-Q-Count          pic 9(8)     value zero.
     03  WS-Tot-Gross        pic 9(11)v99 value zero.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-EIN              pic x(9)     value spaces.
     03  WS-EIN-Ptr          pic 99       value zero.
     03  WS-Sub              pic 99       value zero.
     03  WS-Form-Id.
         05  WS-Form-Year    pic 99.
         05  WS-Form-Seq     pic 9(8).
     03  WS-Form-Id-9        redefines WS-Form-Id
                             pic 9(10).
*>
*> One 1042-S's figures for both the print and the Q record.
*>
     03  WS-Rl-TIN           pic 9(9)     value zero.
     03  WS-Rl-Name          pic x(40)    value spaces.
     03  WS-Rl-Address       pic x(32)    value spaces.
     03  WS-Rl-City-Zip      pic x(32)    value spaces.
     03  WS-Rl-Country       pic xx       value spaces.
     03  WS-Rl-Inc-Code      pic 99       value zero.
     03  WS-Rl-Gross         pic 9(9)v99  value zero.
     03  WS-Rl-Article       pic x(10)    value spaces.
     03  WS-Rl-Count         pic 9        value zero.
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
     03  PY328           pic x(48) value "PY328 The treaty income code is needed (01 - 99)".
     03  PY329           pic x(58) value "PY329 Nothing treaty exempt found on the history to report".
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
 RD  F1042-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-1042-Head  Type Page Heading.
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
         05  col  36     pic x(49)   value "Form 1042-S - Foreign Person's U.S. Source Income".
         05  col  87     pic x(5)    value "Year ".
         05  col  92     pic 9(4)    source WS-Tax-Year.
     03  line  4.
         05  col   1     pic x(23)   value "Withholding agent EIN :".
         05  col  25     pic x(9)    source WS-EIN.
         05  col  36     pic x(60)   source PY-PR1-Co-Name.
*>
 01  F1042-Detail type is detail.
     03  line + 2.
         05  col   1     pic x(13)          value "Unique id   :".
         05  col  15     pic 9(10)          source WS-Form-Id-9.
         05  col  28     pic x(16)          value "13a Recipient  :".
         05  col  45     pic x(40)          source WS-Rl-Name.
         05  col  87     pic x(14)          value "13e US TIN   :".
         05  col 102     pic 999b99b9999    source WS-Rl-TIN.
     03  line + 1.
         05  col  28     pic x(16)          value "13c Address    :".
         05  col  45     pic x(32)          source WS-Rl-Address.
         05  col  78     pic x(32)          source WS-Rl-City-Zip.
     03  line + 1.
         05  col  28     pic x(16)          value "13b Country    :".
         05  col  45     pic xx             source WS-Rl-Country.
         05  col  50     pic x(16)          value "Treaty article :".
         05  col  68     pic x(10)          source WS-Rl-Article.
     03  line + 1.
         05  col  28     pic x(16)          value "1 Income code  :".
         05  col  45     pic 99             source WS-Rl-Inc-Code.
         05  col  50     pic x(16)          value "2 Gross income :".
         05  col  68     pic zzz,zzz,zz9.99 source WS-Rl-Gross.
         05  col  84     pic x(11)          value "3 Chapter 3".
         05  col  97     pic x(15)          value "3a Exemption 04".
         05  col 116     pic x(13)          value "3b Rate 00.00".
     03  line + 1.
         05  col  28     pic x(31)          value "7a Federal tax withheld :  0.00".
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(26)          value "1042-S forms produced    :".
         05  col  28     pic zzzzz9         sum WS-Rl-Count.
     03  line + 1.
         05  col   1     pic x(26)          value "Total gross income       :".
         05  col  24     pic zzz,zzz,zz9.99 sum WS-Rl-Gross.
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
     display  "1042-S Reporting" at 0125 with foreground-color 2.
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
*> Withholding agent EIN - the digits of PY-PR1-Fed-ID.
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
     open     i-o PY-Treaty-File.
     if       PY-Trt-Status = "35"        *> first ever use
              open     output PY-Treaty-File
              close    PY-Treaty-File
              open     i-o PY-Treaty-File
     end-if.
*>
     perform  ab010-Main-Menu until WS-All-Done.
*>
     close    PY-Treaty-File.
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
     display  "Nonresident Aliens - Tax Treaties And Form 1042-S"          at line 1 col 1 with erase eos.
     display  "M = Maintain treaty table, R = Year-end 1042-S run, Q = Quit [ ]"
                                                                           at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 63 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "M"
                       perform  ba000-Treaties
              when "R"
                       perform  ca000-Year-End
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
 ba000-Treaties              section.
*>**********************************
*>
*> One country + income code at a time until the country is left
*> blank.
*>
 ba005-Get-Key.
     display  "Tax Treaty Table - by country and 1042-S income code" at line 1 col 1 with erase eos.
     display  "Income codes eg 16 scholarship, 17 independent services, 18 dependent services,"
                                                     at line 3 col 1.
     display  "19 teaching, 20 studying and training"  at line 4 col 1.
     move     spaces to WS-Country.
     move     zero   to WS-Inc-Code.
     display  "Country code           [  ]"            at line 6 col 1.
     display  "Income code            [  ]"            at line 7 col 1.
     accept   WS-Country at line 6 col 25 with UPPER.
     if       WS-Country = spaces or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     accept   WS-Inc-Code at line 7 col 25.
     if       WS-Inc-Code = zero
              display  PY328    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba005-Get-Key.
     move     WS-Country  to Trt-Country.
     move     WS-Inc-Code to Trt-Inc-Code.
     read     PY-Treaty-File key Trt-Key
              invalid key
                       move     "N"    to WS-Amending
                       move     spaces to WS-Article WS-Desc
                       move     zero   to WS-Annual-Limit WS-Max-Years
                       move     "N"    to WS-No-NRA-Add
              not invalid key
                       move     "Y"    to WS-Amending
                       move     Trt-Article      to WS-Article
                       move     Trt-Annual-Limit to WS-Annual-Limit
                       move     Trt-Max-Years    to WS-Max-Years
                       move     Trt-No-NRA-Add   to WS-No-NRA-Add
                       move     Trt-Desc         to WS-Desc
     end-read.
     if       WS-Amending = "Y"
              display  "On file - amending"  at line 6 col 30 with foreground-color 2
     else
              display  "New entry"           at line 6 col 30 with foreground-color 2.
*>
     display  "Treaty article         [          ]"                   at line  9 col 1.
     display  "Annual exempt amount   [          ]  0 = no limit"     at line 10 col 1.
     display  "Years from arrival     [  ]  0 = no limit"             at line 11 col 1.
     display  "Lifts the NRA wage add-on (Y/N) [ ]"                   at line 12 col 1.
     display  "Description            [                              ]" at line 13 col 1.
     accept   WS-Article      at line  9 col 25 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     accept   WS-Annual-Limit at line 10 col 25 with UPDATE.
     accept   WS-Max-Years    at line 11 col 25 with UPDATE.
     accept   WS-No-NRA-Add   at line 12 col 34 with UPPER UPDATE.
     accept   WS-Desc         at line 13 col 25 with UPDATE.
     if       WS-No-NRA-Add not = "Y"
              move     "N" to WS-No-NRA-Add.
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
              delete   PY-Treaty-File record
              display  "Entry deleted" at line 17 col 1
              perform  az060-Error
              go to    ba005-Get-Key.
     if       WS-Reply not = "Y"
              go to    ba005-Get-Key.
     move     WS-Country      to Trt-Country.
     move     WS-Inc-Code     to Trt-Inc-Code.
     move     WS-Article      to Trt-Article.
     move     WS-Annual-Limit to Trt-Annual-Limit.
     move     WS-Max-Years    to Trt-Max-Years.
     move     WS-No-NRA-Add   to Trt-No-NRA-Add.
     move     WS-Desc         to Trt-Desc.
     move     WS-Operator     to Trt-Changed-By.
     move     WS-Today        to Trt-Changed-Date.
     if       WS-Amending = "Y"
              rewrite  PY-Treaty-Record
     else
              write    PY-Treaty-Record.
     go       to ba005-Get-Key.
*>
 ba000-Exit.  exit section.
*>
 ca000-Year-End              section.
*>**********************************
*>
*> Every employee with treaty exempt wages this year - the 1042-S
*> print and the FIRE file.
*>
*> Nothing for outside is produced for a training company (pytrain).
*>
     if       PY-PR9-Training = "Y"
              display  PY468    at line WS-23-Lines col 1 foreground-color 4 erase eos
              perform  az060-Error
              go to    ca000-Exit
     end-if.
*>
     display  "Year-End Form 1042-S" at line 1 col 1 with erase eos.
     move     PY-PR2-Year to WS-Tax-Year.
     display  "Tax year to report for              [    ]" at line 4 col 1.
     accept   WS-Tax-Year at line 4 col 38 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     move     WS-Tax-Year (3:2) to WS-Form-Year.
     move     zero to WS-Q-Count WS-Tot-Gross.
*>
     open     input PY-Employee-File.
     open     input PY-History-File.
     open     output PY-1042S-File.
*>
*> T transmitter and W withholding agent records - the company.
*>
     move     spaces to PY-1042S-Record.
     move     "T"            to F42-Rec-Type.
     move     WS-Tax-Year    to F42-Tax-Year.
     move     WS-EIN         to F42-TIN.
     move     PY-PR1-Co-Name to F42-Name.
     write    PY-1042S-Record.
     move     spaces to PY-1042S-Record.
     move     "W"                 to F42-Rec-Type.
     move     WS-Tax-Year         to F42-Tax-Year.
     move     WS-EIN              to F42-TIN.
     move     PY-PR1-Co-Name      to F42-Name.
     move     PY-PR1-Co-Address-1 to F42-Address.
     move     PY-PR1-Co-Zip       to F42-City-Zip.
     move     "US"                to F42-Country.
     write    PY-1042S-Record.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate F1042-Report.
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
              move     Emp-No to His-Emp-No
              read     PY-History-File key His-Emp-No
                       invalid key
                                exit perform cycle
              end-read
              if       His-YTD-Treaty-Exempt = zero
                       exit perform cycle
              end-if
              perform  cb000-Write-One
     end-perform.
*>
     terminate
              F1042-Report.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
*>
*> C reconciliation and F end of transmission.
*>
     move     spaces to PY-1042S-Record.
     move     "C"          to F42-Rec-Type.
     move     WS-Tax-Year  to F42-Tax-Year.
     move     WS-EIN       to F42-TIN.
     move     WS-Tot-Gross to F42-Gross-Income.
     move     zero         to F42-Tax-Withheld.
     move     WS-Q-Count   to F42-Count.
     write    PY-1042S-Record.
     move     spaces to PY-1042S-Record.
     move     "F"          to F42-Rec-Type.
     move     WS-Tax-Year  to F42-Tax-Year.
     move     WS-Q-Count   to F42-Count.
     write    PY-1042S-Record.
     close    PY-1042S-File
              PY-Employee-File
              PY-History-File.
*>
     if       WS-Q-Count = zero
              display  PY329 at line WS-23-Lines col 1 foreground-color 4 erase eos
     else
              move     WS-Q-Count to WS-Disp-Cnt
              display  "1042-S forms produced" at line 6 col 1
              display  WS-Disp-Cnt             at line 6 col 23
     end-if.
     perform  zz080-Log-Outbound.
     perform  az060-Error.
*>
 ca000-Exit.  exit section.
*>
 cb000-Write-One             section.
*>**********************************
*>
*> One recipient - the article the employee claimed, else the one on
*> the treaty table.
*>
     move     Emp-SSN               to WS-Rl-TIN.
     move     Emp-Name              to WS-Rl-Name.
     move     Emp-Address-1         to WS-Rl-Address.
     move     spaces                to WS-Rl-City-Zip.
     string   Emp-Address-2 delimited by "  "
              " "           delimited by size
              Emp-State     delimited by size
              " "           delimited by size
              Emp-Zip       delimited by size
                                       into WS-Rl-City-Zip
     end-string.
     move     Emp-NRA-Country       to WS-Rl-Country.
     move     Emp-Treaty-Inc-Code   to WS-Rl-Inc-Code.
     move     His-YTD-Treaty-Exempt to WS-Rl-Gross.
     move     Emp-Treaty-Article    to WS-Rl-Article.
     if       WS-Rl-Article = spaces
              move     Emp-NRA-Country     to Trt-Country
              move     Emp-Treaty-Inc-Code to Trt-Inc-Code
              read     PY-Treaty-File key Trt-Key
                       not invalid key
                                move     Trt-Article to WS-Rl-Article
              end-read
     end-if.
     move     Emp-No to WS-Form-Seq.
     move     1      to WS-Rl-Count.
     generate F1042-Detail.
*>
     move     spaces to PY-1042S-Record.
     move     "Q"            to F42-Rec-Type.
     move     WS-Tax-Year    to F42-Tax-Year.
     move     WS-Rl-TIN      to F42-TIN.
     move     WS-Rl-Name     to F42-Name.
     move     WS-Rl-Address  to F42-Address.
     move     WS-Rl-City-Zip to F42-City-Zip.
     move     WS-Rl-Country  to F42-Country.
     move     WS-Form-Id-9   to F42-Form-Id.
     move     WS-Rl-Inc-Code to F42-Income-Code.
     move     WS-Rl-Gross    to F42-Gross-Income.
     move     3              to F42-Chapter.
     move     4              to F42-Exempt-Code.      *> exempt under tax treaty
     move     zero           to F42-Tax-Rate F42-Tax-Withheld.
     move     WS-Rl-Article  to F42-Treaty-Article.
     write    PY-1042S-Record.
     add      1 to WS-Q-Count.
     add      WS-Rl-Gross to WS-Tot-Gross.
*>
 cb000-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The 1042-S FIRE file goes on the outbound release log and is held
*> there until a Supervisor or Admin releases it in pyxmit - only the
*> send copy that makes is to go to the IRS (FIRE).
*>
     if       WS-Q-Count = zero
              go to    zz080-Exit.
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "F1042S"   to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-154   to Xreq-File-Name.
     move     WS-Tax-Year to Xreq-Period (1:4).
     move     WS-Tot-Gross to Xreq-Hash.
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
