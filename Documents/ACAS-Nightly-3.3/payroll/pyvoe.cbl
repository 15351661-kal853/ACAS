       >>source free
*>****************************************************************
*>      Verification Of Employment / Income Letters And The      *
*>                  Verification Request Log                     *
*>            Uses RW (Report writer for prints)                 *
*>                                                               *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyvoe.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Answers the verification of employment requests
*>                      from mortgage lenders, landlords and agencies.
*>                      Functions off one menu:
*>
*>                      V - one request at a time: the employee, who
*>                          is asking (name, type, contact, address)
*>                          and the employee's signed authorization -
*>                          the date signed, whether it covers pay
*>                          details and whether it allows the full SSN.
*>                          No authorization, one dated after today or
*>                          one over a year old releases nothing. Else
*>                          a standard letter prints: dates of
*>                          employment, current status, job code and
*>                          pay interval, and where the authorization
*>                          covers pay the rate and the gross pay for
*>                          the payroll year to date and the two years
*>                          before - from check history and its
*>                          year-end archive (the history buckets for
*>                          the current year when check history is not
*>                          kept). The SSN goes through pymask - shown
*>                          in full only when the authorization allows
*>                          it, whatever the operator's role;
*>                      L - prints the request log for a date range.
*>
*>                      Every request, refused or not, is logged on
*>                      PY-VOE-Log-File - who asked, when, what was
*>                      released and the operator who ran it.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pymask.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      INTEGER-OF-DATE.
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.    Params.
*>                      pyemp.    Employee Master.
*>                      pyhis.    Employee (pay) History.
*>                      pychkh.   Check History (when kept).
*>                      pychkha.  Check History Year-End Archive.
*>                      pyvoelog. Verification Request Log - Extend.
*>                      prt-1.    Letters / Request Log.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 3, PY353 - 358.
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
 copy "selpyhis.cob".
 copy "selpychkh.cob".
 copy "selpychka.cob".
 copy "selpyvoe.cob".
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
 copy "fdpyhis.cob".
 copy "fdpychkh.cob".
 copy "fdpychka.cob".
 copy "fdpyvoe.cob".
*>
 fd  Print-File
     reports are Voe-Letter
                 Voe-Log-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyvoe    (1.0.00)".  *> First release pre testing.
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
     03  PY-Emp-Status       pic xx.
     03  PY-His-Emp-Status   pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Chka-Status      pic xx.
     03  PY-Voe-Status       pic xx.
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
     03  WS-Chkh-Open        pic x        value "N".
     03  WS-Chka-Open        pic x        value "N".
     03  WS-Wk-Year          pic 9(4)     value zero.
     03  WS-Days             binary-long  value zero.
     03  WS-Amt-Work         pic s9(8)v99 comp-3 value zero.
     03  WS-Letter-No        pic 9(5)     value zero.   *> report control - one a page
     03  WS-Disp-Cnt         pic zzzz9.
     03  Ln                  binary-char  unsigned value zero.
*>
*> One request as keyed.
*>
     03  WS-Emp-No           pic 9(7)     value zero.
     03  WS-Requester        pic x(30)    value spaces.
     03  WS-Req-Type         pic x        value space.
     03  WS-Req-Contact      pic x(30)    value spaces.
     03  WS-Req-Addr-1       pic x(30)    value spaces.
     03  WS-Req-Addr-2       pic x(30)    value spaces.
     03  WS-Req-Addr-3       pic x(30)    value spaces.
     03  WS-Auth-Date        pic 9(8)     value zero.
     03  WS-Auth-Income      pic x        value "N".
     03  WS-Auth-SSN         pic x        value "N".
*>
*> The letter.
*>
     03  WS-SSN-9            pic 9(9)     value zero.
     03  WS-Mask-Role        pic x        value space.
     03  WS-SSN-Show         pic x(11)    value spaces.
     03  WS-Status-Desc      pic x(20)    value spaces.
     03  WS-Interval-Desc    pic x(15)    value spaces.
     03  WS-Per              pic x(10)    value spaces.
     03  WS-Hire-Show        pic x(10)    value spaces.
     03  WS-Term-Show        pic x(10)    value spaces.
     03  WS-Auth-Show        pic x(10)    value spaces.
     03  WS-Re-Line          pic x(40)    value spaces.
     03  WS-Gross-Years                   occurs 3.
         05  WS-Gy-Year      pic 9(4).
         05  WS-Gy-Amt       pic 9(8)v99  comp-3.
         05  WS-Gy-Found     pic x.
*>
*> Date shown as mm/dd/ccyy (zz080).
*>
     03  WS-Date-In          pic 9(8)     value zero.
     03  filler redefines WS-Date-In.
         05  WS-Din-CCYY     pic 9(4).
         05  WS-Din-MM       pic 99.
         05  WS-Din-DD       pic 99.
     03  WS-Date-Show        pic x(10)    value spaces.
*>
*> The request log print.
*>
     03  WS-From-Date        pic 9(8)     value zero.
     03  WS-To-Date          pic 9(8)     value zero.
     03  WS-From-Show        pic x(10)    value spaces.
     03  WS-To-Show          pic x(10)    value spaces.
     03  WS-Log-Date-Show    pic x(10)    value spaces.
     03  WS-Log-Auth-Show    pic x(10)    value spaces.
     03  WS-Log-Time-Show    pic x(8)     value spaces.
     03  WS-Log-Name         pic x(24)    value spaces.
     03  WS-Log-Released     pic x(7)     value spaces.
     03  WS-Cnt-Requests     pic 9(5)     value zero.
     03  WS-Cnt-Income       pic 9(5)     value zero.
     03  WS-Cnt-Employ       pic 9(5)     value zero.
     03  WS-Cnt-Refused      pic 9(5)     value zero.
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
     03  PY353           pic x(64) value "PY353 No signed authorization - nothing released, request logged".
     03  PY354           pic x(65) value "PY354 Authorization is over a year old - nothing released, logged".
     03  PY355           pic x(67) value "PY355 Authorization is dated after today - nothing released, logged".
     03  PY356           pic x(28) value "PY356 Employee not on file -".
     03  PY357           pic x(30) value "PY357 Requester name is needed".
     03  PY358           pic x(31) value "PY358 No requests in that range".
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
*> The letter - one a page, 80 columns.
*>
 RD  Voe-Letter
     control      WS-Letter-No
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 18
     Last  Detail WS-Page-Lines.
*>
 01  Voe-Letter-Head  Type Is Control Heading WS-Letter-No Next Group Page.
*>
     03  line  1.
         05  col   1     pic x(60)         source PY-PR1-Co-Name.
     03  line  2.
         05  col   1     pic x(32)         source PY-PR1-Co-Address-1.
     03  line  3.
         05  col   1     pic x(32)         source PY-PR1-Co-Address-2.
     03  line  4.
         05  col   1     pic x(32)         source PY-PR1-Co-Address-3.
         05  col  34     pic x(10)         source PY-PR1-Co-Zip.
     03  line  5.
         05  col   1                       value "Telephone".
         05  col  11     pic x(12)         source PY-PR1-Co-Phone.
     03  line  7.
         05  col   1     pic x(10)         source U-Date.
     03  line  9.
         05  col   1     pic x(30)         source WS-Requester.
     03  line 10.
         05  col   1                       value "Attn:".
         05  col   7     pic x(30)         source WS-Req-Contact.
     03  line 11.
         05  col   1     pic x(30)         source WS-Req-Addr-1.
     03  line 12.
         05  col   1     pic x(30)         source WS-Req-Addr-2.
     03  line 13.
         05  col   1     pic x(30)         source WS-Req-Addr-3.
     03  line 15.
         05  col   1                       value "Re:".
         05  col   5     pic x(40)         source WS-Re-Line.
     03  line 16.
         05  col   5     pic x(32)         source Emp-Name.
         05  col  40                       value "SSN".
         05  col  44     pic x(11)         source WS-SSN-Show.
*>
 01  Voe-Letter-Body type is detail.
     03  line 18.
         05  col   1     pic x(72)         value "In answer to your request, and with the employee's signed authorization".
     03  line 19.
         05  col   1                       value "dated".
         05  col   7     pic x(10)         source WS-Auth-Show.
         05  col  17     pic x(29)         value ", we confirm the following:".
     03  line 21.
         05  col   1     pic x(22)         value "Date of hire".
         05  col  23                       value ":".
         05  col  25     pic x(10)         source WS-Hire-Show.
     03  line 22.
         05  col   1     pic x(22)         value "Date employment ended".
         05  col  23                       value ":".
         05  col  25     pic x(10)         source WS-Term-Show.
     03  line 23.
         05  col   1     pic x(22)         value "Current status".
         05  col  23                       value ":".
         05  col  25     pic x(20)         source WS-Status-Desc.
     03  line 24.
         05  col   1     pic x(22)         value "Job code".
         05  col  23                       value ":".
         05  col  25     pic x(3)          source Emp-Job-Code.
     03  line 25.
         05  col   1     pic x(22)         value "Pay interval".
         05  col  23                       value ":".
         05  col  25     pic x(15)         source WS-Interval-Desc.
*>
 01  Voe-Letter-Income type is detail.
     03  line 27.
         05  col   1     pic x(22)         value "Rate of pay".
         05  col  23                       value ":".
         05  col  25     pic zzz,zz9.99    source Emp-Rate (1).
         05  col  36                       value "per".
         05  col  40     pic x(10)         source WS-Per.
     03  line 28.
         05  col   1                       value "Gross pay".
         05  col  11     pic 9(4)          source WS-Gy-Year (1).
         05  col  16                       value "to date".
         05  col  23                       value ":".
         05  col  25     pic z,zzz,zz9.99  source WS-Gy-Amt (1) present when WS-Gy-Found (1) = "Y".
         05  col  25     pic x(11)         value "not on file"  present when WS-Gy-Found (1) not = "Y".
     03  line 29.
         05  col   1                       value "Gross pay".
         05  col  11     pic 9(4)          source WS-Gy-Year (2).
         05  col  23                       value ":".
         05  col  25     pic z,zzz,zz9.99  source WS-Gy-Amt (2) present when WS-Gy-Found (2) = "Y".
         05  col  25     pic x(11)         value "not on file"  present when WS-Gy-Found (2) not = "Y".
     03  line 30.
         05  col   1                       value "Gross pay".
         05  col  11     pic 9(4)          source WS-Gy-Year (3).
         05  col  23                       value ":".
         05  col  25     pic z,zzz,zz9.99  source WS-Gy-Amt (3) present when WS-Gy-Found (3) = "Y".
         05  col  25     pic x(11)         value "not on file"  present when WS-Gy-Found (3) not = "Y".
*>
 01  Voe-Letter-Close type is detail.
     03  line 33.
         05  col   1     pic x(72)         value "This information is confidential and released at the employee's request".
     03  line 34.
         05  col   1     pic x(72)         value "for the purpose of your enquiry only. It is not a guarantee of continued".
     03  line 35.
         05  col   1     pic x(11)         value "employment.".
     03  line 38.
         05  col   1                       value "Payroll Department".
     03  line 39.
         05  col   1                       value "Prepared by".
         05  col  13     pic x(8)          source WS-CD-Args (1:8).
*>
*> The request log - 132 columns.
*>
 RD  Voe-Log-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Voe-Log-Head  Type Page Heading.
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
         05  col  30     pic x(44)   value "Verification Of Employment Request Log From".
         05  col  75     pic x(10)   source WS-From-Show.
         05  col  86                 value "To".
         05  col  89     pic x(10)   source WS-To-Show.
     03  line  4.
         05  col   1                 value "Date       Time     Emp No  Employee Name".
         05  col  54                 value "Requester                      T Contact / Ref".
         05  col 102                 value "Auth Date  Release S Operator".
*>
 01  Voe-Log-Detail type is detail.
     03  line + 1.
         05  col   1     pic x(10)         source WS-Log-Date-Show.
         05  col  12     pic x(8)          source WS-Log-Time-Show.
         05  col  21     pic 9(7)          source Voe-Emp-No.
         05  col  29     pic x(24)         source WS-Log-Name.
         05  col  54     pic x(30)         source Voe-Requester.
         05  col  85     pic x             source Voe-Req-Type.
         05  col  87     pic x(14)         source Voe-Req-Contact.
         05  col 102     pic x(10)         source WS-Log-Auth-Show.
         05  col 113     pic x(7)          source WS-Log-Released.
         05  col 121     pic x             source Voe-SSN-Shown.
         05  col 123     pic x(8)          source Voe-Operator.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(30)         value "Requests                     :".
         05  col  32     pic zzzz9         source WS-Cnt-Requests.
     03  line + 1.
         05  col   1     pic x(30)         value "Employment and pay released  :".
         05  col  32     pic zzzz9         source WS-Cnt-Income.
     03  line + 1.
         05  col   1     pic x(30)         value "Employment only released     :".
         05  col  32     pic zzzz9         source WS-Cnt-Employ.
     03  line + 1.
         05  col   1     pic x(30)         value "Refused - no valid authority :".
         05  col  32     pic zzzz9         source WS-Cnt-Refused.
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
     display  "Verification Of Employment" at 0125 with foreground-color 2.
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
     if       PY-Emp-Status not = "00"
              display  PY003         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Employee-File
              goback   returning 3
     end-if.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     close    PY-Employee-File.
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
 zz080-Date-Show             section.
*>**********************************
*>
*> WS-Date-In (ccyymmdd) to WS-Date-Show as mm/dd/ccyy, spaces if zero.
*>
     move     spaces to WS-Date-Show.
     if       WS-Date-In = zero
              go to zz080-Exit.
     string   WS-Din-MM   delimited by size
              "/"         delimited by size
              WS-Din-DD   delimited by size
              "/"         delimited by size
              WS-Din-CCYY delimited by size
              into WS-Date-Show.
*>
 zz080-Exit.  exit section.
*>
 ab010-Menu                  section.
*>**********************************
*>
     display  "Verification Of Employment"               at line 1 col 1 with erase eos.
     display  "V = Verification request / letter, L = Request log, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 64 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "V"  perform ba000-Requests
              when "L"  perform da000-Log-Report
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
 ba000-Requests              section.
*>**********************************
*>
*> Requests one at a time until the employee number is left blank -
*> the letters print together when done.
*>
     open     input PY-History-File.
     if       PY-PR1-Check-History-Used = "Y"
              open     input PY-Check-History-File
              if       PY-Chkh-Status = "00"
                       move     "Y" to WS-Chkh-Open
              end-if
     end-if.
     open     input PY-Chkh-Arch-File.         *> absent until py930's archive first runs
     if       PY-Chka-Status = "00"
              move     "Y" to WS-Chka-Open.
     open     extend PY-VOE-Log-File.
     if       PY-Voe-Status = "35"
              open     output PY-VOE-Log-File
              close    PY-VOE-Log-File
              open     extend PY-VOE-Log-File
     end-if.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Voe-Letter.
     move     zero to WS-Letter-No.
*>
     perform  bb000-One-Request.
     perform  until WS-Emp-No = zero
              perform  bb000-One-Request
     end-perform.
*>
     terminate Voe-Letter.
     if       WS-Letter-No > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
     else
              close    Print-File
     end-if.
     close    PY-VOE-Log-File
              PY-History-File.
     if       WS-Chkh-Open = "Y"
              close    PY-Check-History-File
              move     "N" to WS-Chkh-Open.
     if       WS-Chka-Open = "Y"
              close    PY-Chkh-Arch-File
              move     "N" to WS-Chka-Open.
*>
 ba000-Exit.  exit section.
*>
 bb000-One-Request           section.
*>**********************************
*>
     display  "Verification Of Employment - Request" at line 1 col 1 with erase eos.
     move     zero to WS-Emp-No.
     display  "Employee number        [       ]"     at line 3 col 1.
     accept   WS-Emp-No at line 3 col 25 with UPDATE.
     if       WS-Emp-No = zero or COB-CRT-Status = COB-SCR-ESC
              move     zero to WS-Emp-No
              go to    bb000-Exit.
     move     WS-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     "23" to PY-Emp-Status
     end-read.
     if       PY-Emp-Status not = "00"
        or    Emp-Status = "D"
              display  PY356      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  WS-Emp-No  at line WS-23-Lines col 31
              perform  az060-Error
              go to    bb000-Exit.
     display  Emp-Name at line 3 col 36.
*>
     move     spaces to WS-Requester WS-Req-Contact
                        WS-Req-Addr-1 WS-Req-Addr-2 WS-Req-Addr-3.
     move     "O"  to WS-Req-Type.
     move     zero to WS-Auth-Date.
     move     "N"  to WS-Auth-Income WS-Auth-SSN.
     display  "Requester (who asked)  [                              ]" at line 5 col 1.
     display  "Type - M = Mortgage lender, L = Landlord, G = Agency, O = Other [ ]"
                                                                       at line 6 col 1.
     display  "Contact / reference    [                              ]" at line 7 col 1.
     display  "Address                [                              ]" at line 8 col 1.
     display  "                       [                              ]" at line 9 col 1.
     display  "                       [                              ]" at line 10 col 1.
     display  "Authorization signed on (ccyymmdd, 0 = none) [        ]" at line 12 col 1.
     display  "Authorization covers pay details    (Y/N)    [ ]"        at line 13 col 1.
     display  "Authorization allows the full SSN   (Y/N)    [ ]"        at line 14 col 1.
*>
 bb010-Get-Requester.
     accept   WS-Requester at line 5 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to bb000-Exit.
     if       WS-Requester = spaces
              display  PY357    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to bb010-Get-Requester.
     perform  forever
              accept   WS-Req-Type at line 6 col 66 with UPPER UPDATE
              if       WS-Req-Type = "M" or "L" or "G" or "O"
                       exit perform
              end-if
     end-perform.
     accept   WS-Req-Contact at line 7  col 25 with UPDATE.
     accept   WS-Req-Addr-1  at line 8  col 25 with UPDATE.
     accept   WS-Req-Addr-2  at line 9  col 25 with UPDATE.
     accept   WS-Req-Addr-3  at line 10 col 25 with UPDATE.
     perform  forever
              accept   WS-Auth-Date at line 12 col 48 with UPDATE
              if       WS-Auth-Date = zero
                 or    TEST-DATE-YYYYMMDD (WS-Auth-Date) = zero
                       exit perform
              end-if
     end-perform.
     accept   WS-Auth-Income at line 13 col 48 with UPPER UPDATE.
     if       WS-Auth-Income not = "Y"
              move     "N" to WS-Auth-Income.
     accept   WS-Auth-SSN    at line 14 col 48 with UPPER UPDATE.
     if       WS-Auth-SSN not = "Y"
              move     "N" to WS-Auth-SSN.
*>
*> The log line as far as it goes before the authorization is judged.
*>
     initialize PY-VOE-Log-Record.
     move     CURRENT-DATE to WSE-Date-block.
     move     WSE-Date-9             to Voe-Date.
     move     WSE-Time-Block (1:6)   to Voe-Time.
     move     Emp-No                 to Voe-Emp-No.
     move     WS-Requester           to Voe-Requester.
     move     WS-Req-Type            to Voe-Req-Type.
     move     WS-Req-Contact         to Voe-Req-Contact.
     move     WS-Auth-Date           to Voe-Auth-Date.
     move     WS-Auth-Income         to Voe-Auth-Income.
     move     WS-Auth-SSN            to Voe-Auth-SSN.
     move     WS-CD-Args (1:8)       to Voe-Operator.
     move     "M"                    to Voe-SSN-Shown.
*>
*> No authorization, a future one or one over a year old releases
*> nothing - the request is still logged.
*>
     if       WS-Auth-Date = zero
              display  PY353    at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to bb080-Refused.
     if       WS-Auth-Date > WS-Today
              display  PY355    at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to bb080-Refused.
     compute  WS-Days = INTEGER-OF-DATE (WS-Today) - INTEGER-OF-DATE (WS-Auth-Date).
     if       WS-Days > 365
              display  PY354    at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to bb080-Refused.
*>
     perform  bc000-Build-Letter.
     add      1 to WS-Letter-No.
     generate Voe-Letter-Body.
     if       WS-Auth-Income = "Y"
              generate Voe-Letter-Income
              move     "I" to Voe-Released
     else
              move     "E" to Voe-Released
     end-if.
     generate Voe-Letter-Close.
     if       WS-Auth-SSN = "Y"
              move     "F" to Voe-SSN-Shown.
     write    PY-VOE-Log-Record.
     display  "Letter produced and request logged" at line WS-23-Lines col 1
                                                    foreground-color 2 erase eol.
     perform  az060-Error.
     go       to bb000-Exit.
*>
 bb080-Refused.
     move     "N" to Voe-Released.
     write    PY-VOE-Log-Record.
     perform  az060-Error.
*>
 bb000-Exit.  exit section.
*>
 bc000-Build-Letter          section.
*>**********************************
*>
*> Everything the letter shows for this employee. The SSN is masked
*> by pymask unless the authorization allows the full number - the
*> operator's own role does not come into a third-party letter.
*>
     move     Emp-SSN to WS-SSN-9.
     if       WS-Auth-SSN = "Y"
              move     "A"   to WS-Mask-Role
     else
              move     space to WS-Mask-Role
     end-if.
     call     "pymask" using WS-SSN-9 WS-Mask-Role WS-SSN-Show.
*>
     if       WS-Auth-Income = "Y"
              move     "Verification of Employment and Income" to WS-Re-Line
     else
              move     "Verification of Employment" to WS-Re-Line
     end-if.
     move     WS-Auth-Date to WS-Date-In.
     perform  zz080-Date-Show.
     move     WS-Date-Show to WS-Auth-Show.
     move     Emp-Start-Date to WS-Date-In.
     perform  zz080-Date-Show.
     move     WS-Date-Show to WS-Hire-Show.
     move     "N/A" to WS-Term-Show.
     evaluate Emp-Status
              when "A"  move "Active"              to WS-Status-Desc
              when "L"  move "Active - on leave"   to WS-Status-Desc
              when other
                        move "No longer employed"  to WS-Status-Desc
                        move Emp-Term-Date         to WS-Date-In
                        if   Emp-Status = "X"
                         and Emp-Death-Date not = zero
                             move Emp-Death-Date   to WS-Date-In
                        end-if
                        perform zz080-Date-Show
                        move WS-Date-Show          to WS-Term-Show
     end-evaluate.
     evaluate Emp-Pay-Interval
              when "W"  move "Weekly"       to WS-Interval-Desc
                        move "week"         to WS-Per
              when "B"  move "Bi-weekly"    to WS-Interval-Desc
                        move "two weeks"    to WS-Per
              when "S"  move "Semi-monthly" to WS-Interval-Desc
                        move "half month"   to WS-Per
              when other
                        move "Monthly"      to WS-Interval-Desc
                        move "month"        to WS-Per
     end-evaluate.
     if       Emp-HS-Type not = "S"
              move     "hour" to WS-Per.
*>
     if       WS-Auth-Income not = "Y"
              go to bc000-Exit.
     perform  varying Ln from 1 by 1 until Ln > 3
              compute  WS-Gy-Year (Ln) = PY-PR2-Year - Ln + 1
              perform  bd000-Year-Gross
     end-perform.
*>
 bc000-Exit.  exit section.
*>
 bd000-Year-Gross            section.
*>**********************************
*>
*> Gross pay for the year WS-Gy-Year (Ln) - the employee's checks,
*> voids left out, from the live check history and from py930's
*> year-end archive (closed years are moved there, not copied). With
*> no check history the payroll year to date comes off the history
*> buckets the way pytcs works it out.
*>
     move     zero to WS-Gy-Amt (Ln).
     move     "N"  to WS-Gy-Found (Ln).
     if       WS-Chkh-Open not = "Y"
              go to bd010-Archive.
     move     Emp-No to Chkh-Emp-No.
     compute  Chkh-Check-Date = WS-Gy-Year (Ln) * 10000 + 101.
     start    PY-Check-History-File key not < Chkh-Key
              invalid key
                       go to bd010-Archive
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Emp-No not = Emp-No
                       exit perform
              end-if
              compute  WS-Wk-Year = Chkh-Check-Date / 10000
              if       WS-Wk-Year not = WS-Gy-Year (Ln)
                       exit perform
              end-if
              if       not Chkh-Stat-Void
                       add      Chkh-Amt (1) to WS-Gy-Amt (Ln)
                       move     "Y" to WS-Gy-Found (Ln)
              end-if
     end-perform.
*>
 bd010-Archive.
     if       WS-Chka-Open not = "Y"
              go to bd020-History.
     move     WS-Gy-Year (Ln) to Chka-Year.
     move     Emp-No          to Chka-Emp-No.
     move     zero            to Chka-Check-Date.
     start    PY-Chkh-Arch-File key not < Chka-Key
              invalid key
                       go to bd020-History
     end-start.
     perform  forever
              read     PY-Chkh-Arch-File next record at end
                       exit perform
              end-read
              if       PY-Chka-Status not = "00"
                 or    Chka-Year not = WS-Gy-Year (Ln)
                 or    Chka-Emp-No not = Emp-No
                       exit perform
              end-if
              move     Chka-Chkh-Image to PY-Chk-History-Record
              if       not Chkh-Stat-Void
                       add      Chkh-Amt (1) to WS-Gy-Amt (Ln)
                       move     "Y" to WS-Gy-Found (Ln)
              end-if
     end-perform.
*>
 bd020-History.
     if       Ln not = 1
        or    WS-Chkh-Open = "Y"
              go to bd000-Exit.
     move     Emp-No to His-Emp-No.
     read     PY-History-File key His-Emp-No
              invalid key
                       go to bd000-Exit
     end-read.
     compute  WS-Amt-Work = His-YTD-Income-Taxable + His-YTD-Other-Taxable
                          + His-YTD-Other-NonTaxable - His-YTD-Fringe.
     if       WS-Amt-Work > zero
              move     WS-Amt-Work to WS-Gy-Amt (1).
     move     "Y" to WS-Gy-Found (1).
*>
 bd000-Exit.  exit section.
*>
 da000-Log-Report            section.
*>**********************************
*>
*> The request log for a date range - this month so far by default.
*>
     display  "Verification Of Employment - Request Log" at line 1 col 1 with erase eos.
     compute  WS-From-Date = (WS-Today / 100) * 100 + 1.
     move     WS-Today to WS-To-Date.
     display  "From date (ccyymmdd)   [        ]" at line 4 col 1.
     display  "To date   (ccyymmdd)   [        ]" at line 5 col 1.
     accept   WS-From-Date at line 4 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to da000-Exit.
     accept   WS-To-Date   at line 5 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to da000-Exit.
*>
     open     input PY-VOE-Log-File.
     if       PY-Voe-Status not = "00"
              display  PY358    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to da000-Exit.
     move     WS-From-Date to WS-Date-In.
     perform  zz080-Date-Show.
     move     WS-Date-Show to WS-From-Show.
     move     WS-To-Date   to WS-Date-In.
     perform  zz080-Date-Show.
     move     WS-Date-Show to WS-To-Show.
     move     zero to WS-Cnt-Requests WS-Cnt-Income WS-Cnt-Employ WS-Cnt-Refused.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Voe-Log-Report.
     perform  forever
              read     PY-VOE-Log-File at end
                       exit perform
              end-read
              if       PY-Voe-Status not = "00"
                       exit perform
              end-if
              if       Voe-Date < WS-From-Date
                 or    Voe-Date > WS-To-Date
                       exit perform cycle
              end-if
              perform  db000-Log-Line
     end-perform.
     terminate Voe-Log-Report.
     close    PY-VOE-Log-File.
     if       WS-Cnt-Requests > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
     else
              close    Print-File
              display  PY358    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     end-if.
*>
 da000-Exit.  exit section.
*>
 db000-Log-Line              section.
*>**********************************
*>
     move     Voe-Date to WS-Date-In.
     perform  zz080-Date-Show.
     move     WS-Date-Show to WS-Log-Date-Show.
     move     Voe-Auth-Date to WS-Date-In.
     perform  zz080-Date-Show.
     move     WS-Date-Show to WS-Log-Auth-Show.
     move     spaces to WS-Log-Time-Show.
     string   Voe-Time (1:2) delimited by size
              ":"            delimited by size
              Voe-Time (3:2) delimited by size
              ":"            delimited by size
              Voe-Time (5:2) delimited by size
              into WS-Log-Time-Show.
     move     Voe-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     spaces to Emp-Name
     end-read.
     move     Emp-Name to WS-Log-Name.
     add      1 to WS-Cnt-Requests.
     evaluate true
              when Voe-Rel-Income
                        move "PAY"     to WS-Log-Released
                        add  1 to WS-Cnt-Income
              when Voe-Rel-Employment
                        move "EMPLOY"  to WS-Log-Released
                        add  1 to WS-Cnt-Employ
              when other
                        move "REFUSED" to WS-Log-Released
                        add  1 to WS-Cnt-Refused
     end-evaluate.
     generate Voe-Log-Detail.
*>
 db000-Exit.  exit section.
