       >>source free
*>****************************************************************
*>      Work Opportunity Tax Credit - Screening, Certification    *
*>        Tracking, 28 Day Tickler & Form 5884 Credit             *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pywotc.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          The Work Opportunity Tax Credit. A new hire is
*>                      pre-screened on Form 8850 on or before the job
*>                      offer, the 8850 must reach the state workforce
*>                      agency (SWA) within 28 days of the start date,
*>                      and the credit is only claimed once the agency
*>                      has certified the employee in a target group.
*>
*>                      Functions off one menu:
*>
*>                      M - maintains one employee's Emp-WOTC-Block -
*>                          the 8850 answers, target group, dates
*>                          signed and sent and the SWA result - under
*>                          the pylock "E" lock, journalled (pyjrnl);
*>                      T - the tickler: screened employees (any Y
*>                          answer or a group set) whose 8850 has not
*>                          gone to the SWA, with the days left of
*>                          the 28 from Emp-Start-Date - DUE SOON in
*>                          the last five, OVERDUE once gone;
*>                      C - the credit for a tax year, printed by
*>                          target group with the Form 5884 lines.
*>
*>                      The credit takes certified employees whose
*>                      8850 went in on time. Qualified first-year
*>                      wages are the gross (Chkh-Amt (1)) of the
*>                      checks on PY-Check-History-File, void ones
*>                      left out, dated in the 365 days from the start
*>                      (90 for summer youth) and paid in the tax
*>                      year, up to the group's wage cap less window
*>                      wages paid in earlier years. The first-year
*>                      hours are the ACA hours (pyaca) of the months
*>                      the window covers: under 120 no credit, 120 -
*>                      399 at 25% (line 1a), 400 or more at 40%
*>                      (line 1b). Long-term family assistance
*>                      recipients also earn 50% of up to 10,000 of
*>                      the second year's wages (line 1c).
*>
*>                      Needs PY-PR1-Check-History-Used = "Y".
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
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master - I-O.
*>                      pychkh.  Check History.
*>                      pyaca.   ACA Monthly Hours.
*>                      prt-1.   WOTC Credit - Form 5884.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY340 - 345.
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
 copy "selpychkh.cob".
 copy "selpyaca.cob".
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
 copy "fdpychkh.cob".
 copy "fdpyaca.cob".
*>
 fd  Print-File
     reports are WOTC-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pywotc   (1.0.00)".  *> First release pre testing.
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
     03  PY-Chkh-Status      pic xx.
     03  PY-Aca-Status       pic xx.
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
     03  WS-Row              pic 99       value zero.
     03  WS-Sub              pic 99       value zero.
     03  WS-Col              pic 99       value zero.
     03  G                   pic 99       value zero.
     03  M                   pic 99       value zero.
     03  Q                   pic 9(4)     value zero.
     03  WS-Disp-Cnt         pic zzzz9.
*>
*> One employee's WOTC fields as keyed.
*>
     03  WS-Emp-No           pic 9(7)     value zero.
     03  WS-Answers          pic x(7)     value spaces.
     03  WS-Group            pic xx       value spaces.
     03  WS-Screen-Date      pic 9(8)     value zero.
     03  WS-8850-Date        pic 9(8)     value zero.
     03  WS-Result           pic x        value space.
     03  WS-Result-Date      pic 9(8)     value zero.
     03  WS-Bad-Entry        pic x        value "N".
*>
*> Tickler.
*>
     03  WS-Days-Open        pic s9(5)    value zero.
     03  WS-Days-Left        pic s9(5)    value zero.
     03  WS-Disp-Days        pic -zzz9.
     03  WS-Cnt-Pending      pic 9(5)     value zero.
     03  WS-Y-Count          pic 9        value zero.
*>
*> Credit run.
*>
     03  WS-Year             pic 9(4)     value zero.
     03  WS-Wk-Year          pic 9(4)     value zero.
     03  WS-Start-Int        pic 9(7)     value zero.
     03  WS-Yr1-End-Int      pic 9(7)     value zero.
     03  WS-Yr2-End-Int      pic 9(7)     value zero.
     03  WS-Chk-Int          pic 9(7)     value zero.
     03  WS-Yr1-End          pic 9(8)     value zero.
     03  WS-Yr2-End          pic 9(8)     value zero.
     03  WS-From-YM          pic 9(6)     value zero.
     03  WS-To-YM            pic 9(6)     value zero.
     03  WS-YM               pic 9(6)     value zero.
     03  WS-Aca-Yr           pic 9(4)     value zero.
     03  WS-Aca-From         pic 9(4)     value zero.
     03  WS-Aca-To           pic 9(4)     value zero.
     03  WS-Hours            pic 9(5)v99  comp-3 value zero.
     03  WS-Yr1-Prior        pic 9(7)v99  comp-3 value zero.
     03  WS-Yr1-Year         pic 9(7)v99  comp-3 value zero.
     03  WS-Yr2-Prior        pic 9(7)v99  comp-3 value zero.
     03  WS-Yr2-Year         pic 9(7)v99  comp-3 value zero.
     03  WS-Room             pic s9(7)v99 comp-3 value zero.
     03  WS-Stored           pic x        value "N".
*>
     03  WS-Ent-Year-No      pic 9        value zero.
     03  WS-Ent-Rate         pic 99       value zero.
     03  WS-Ent-Wages        pic 9(7)v99  comp-3 value zero.
     03  WS-Ent-Prior        pic 9(7)v99  comp-3 value zero.
     03  WS-Ent-Qual         pic 9(7)v99  comp-3 value zero.
     03  WS-Ent-Credit       pic 9(7)v99  comp-3 value zero.
*>
     03  WS-Cnt-Certified    pic 9(5)     value zero.
     03  WS-Cnt-Late         pic 9(5)     value zero.
     03  WS-Cnt-Short        pic 9(5)     value zero.
     03  WS-Cnt-Claimed      pic 9(5)     value zero.
     03  WS-Tot-1a-Wages     pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-1a-Credit    pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-1b-Wages     pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-1b-Credit    pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-1c-Wages     pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-1c-Credit    pic 9(9)v99  comp-3 value zero.
     03  WS-Tot-Credit       pic 9(9)v99  comp-3 value zero.
*>
*> Qualified wage lines found - a first-year line per employee and
*> a second-year one for a long-term family assistance recipient.
*>
     03  WS-Qual-Count       pic 9(4)     value zero.
     03  WS-Qual-Table                    occurs 3000.
         05  QT-Grp          pic 99.
         05  QT-Emp-No       pic 9(7).
         05  QT-Name         pic x(32).
         05  QT-Start        pic 9(8).
         05  QT-Year-No      pic 9.
         05  QT-Hours        pic 9(5)v99  comp-3.
         05  QT-Rate         pic 99.
         05  QT-Wages        pic 9(7)v99  comp-3.
         05  QT-Prior        pic 9(7)v99  comp-3.
         05  QT-Qual         pic 9(7)v99  comp-3.
         05  QT-Credit       pic 9(7)v99  comp-3.
*>
*> Target groups (Form 8850 / 5884 instructions) with the first-year
*> qualified wage cap.
*>
 01  WS-Group-Values.
     03  filler  pic xx      value "TA".
     03  filler  pic x(38)   value "TANF recipient".
     03  filler  pic 9(5)    value 6000.
     03  filler  pic xx      value "V1".
     03  filler  pic x(38)   value "Veteran - SNAP recipient".
     03  filler  pic 9(5)    value 6000.
     03  filler  pic xx      value "V2".
     03  filler  pic x(38)   value "Disabled veteran - 1 yr of discharge".
     03  filler  pic 9(5)    value 12000.
     03  filler  pic xx      value "V3".
     03  filler  pic x(38)   value "Veteran unemployed 4 weeks - 6 months".
     03  filler  pic 9(5)    value 6000.
     03  filler  pic xx      value "V4".
     03  filler  pic x(38)   value "Veteran unemployed 6 months or more".
     03  filler  pic 9(5)    value 14000.
     03  filler  pic xx      value "V5".
     03  filler  pic x(38)   value "Disabled veteran unemployed 6 months+".
     03  filler  pic 9(5)    value 24000.
     03  filler  pic xx      value "EF".
     03  filler  pic x(38)   value "Ex-felon".
     03  filler  pic 9(5)    value 6000.
     03  filler  pic xx      value "DC".
     03  filler  pic x(38)   value "Designated community resident".
     03  filler  pic 9(5)    value 6000.
     03  filler  pic xx      value "VR".
     03  filler  pic x(38)   value "Vocational rehabilitation referral".
     03  filler  pic 9(5)    value 6000.
     03  filler  pic xx      value "SY".
     03  filler  pic x(38)   value "Summer youth employee".
     03  filler  pic 9(5)    value 3000.
     03  filler  pic xx      value "SN".
     03  filler  pic x(38)   value "SNAP recipient".
     03  filler  pic 9(5)    value 6000.
     03  filler  pic xx      value "SS".
     03  filler  pic x(38)   value "SSI recipient".
     03  filler  pic 9(5)    value 6000.
     03  filler  pic xx      value "LF".
     03  filler  pic x(38)   value "Long-term family assistance recipient".
     03  filler  pic 9(5)    value 10000.
     03  filler  pic xx      value "LU".
     03  filler  pic x(38)   value "Long-term unemployment recipient".
     03  filler  pic 9(5)    value 6000.
 01  WS-Group-Table redefines WS-Group-Values.
     03  WS-Group-Entry                   occurs 14.
         05  GT-Code         pic xx.
         05  GT-Name         pic x(38).
         05  GT-Cap          pic 9(5).
*>
 01  WS-Group-Totals.
     03  WS-Group-Tot                     occurs 14.
         05  GT-Count        pic 9(5).
         05  GT-1a-Wages     pic 9(9)v99  comp-3.
         05  GT-1a-Credit    pic 9(9)v99  comp-3.
         05  GT-1b-Wages     pic 9(9)v99  comp-3.
         05  GT-1b-Credit    pic 9(9)v99  comp-3.
         05  GT-1c-Wages     pic 9(9)v99  comp-3.
         05  GT-1c-Credit    pic 9(9)v99  comp-3.
         05  GT-Credit       pic 9(9)v99  comp-3.
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
     03  PY340           pic x(63) value "PY340 Check history not kept or not found - the credit needs it".
     03  PY341           pic x(64) value "PY341 ACA hours file not found - the credit rate needs the hours".
     03  PY342           pic x(70) value "PY342 Answers Y or N, group from the list, C / D result needs its date".
     03  PY343           pic x(26) value "PY343 Employee not on file".
     03  PY344           pic x(50) value "PY344 Employee is open elsewhere - try again later".
     03  PY345           pic x(59) value "PY345 No certified employees with qualified wages that year".
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
 RD  WOTC-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-WOTC-Head  Type Page Heading.
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
         05  col  37     pic x(53)   value "Work Opportunity Tax Credit - Form 5884 - Tax Year".
         05  col  91     pic 9(4)    source WS-Year.
     03  line  4.
         05  col   1                 value "Emp No  Employee Name                    Started  Yr     Hours  Rate   Year Wages   Prior Years     Qualified        Credit".
*>
 01  WOTC-Group-Head type is detail.
     03  line + 2.
         05  col   1     pic x(14)         value "Target group :".
         05  col  16     pic xx            source GT-Code (G).
         05  col  19     pic x(38)         source GT-Name (G).
         05  col  59     pic x(9)          value "Wage cap:".
         05  col  69     pic zz,zz9        source GT-Cap (G).
*>
 01  WOTC-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)          source QT-Emp-No (Q).
         05  col   9     pic x(32)         source QT-Name (Q).
         05  col  42     pic 9(8)          source QT-Start (Q).
         05  col  52     pic 9             source QT-Year-No (Q).
         05  col  55     pic zz,zz9.99     source QT-Hours (Q).
         05  col  66     pic z9            source QT-Rate (Q).
         05  col  68     pic x             value "%".
         05  col  71     pic z,zzz,zz9.99  source QT-Wages (Q).
         05  col  85     pic z,zzz,zz9.99  source QT-Prior (Q).
         05  col  99     pic z,zzz,zz9.99  source QT-Qual (Q).
         05  col 113     pic z,zzz,zz9.99  source QT-Credit (Q).
*>
 01  WOTC-Group-Total type is detail.
     03  line + 1.
         05  col   9     pic x(38)         value "Line 1a  120 - 399 hours      x 25%".
         05  col  99     pic z,zzz,zz9.99  source GT-1a-Wages (G).
         05  col 113     pic z,zzz,zz9.99  source GT-1a-Credit (G).
     03  line + 1.
         05  col   9     pic x(38)         value "Line 1b  400 hours or more    x 40%".
         05  col  99     pic z,zzz,zz9.99  source GT-1b-Wages (G).
         05  col 113     pic z,zzz,zz9.99  source GT-1b-Credit (G).
     03  line + 1.
         05  col   9     pic x(38)         value "Line 1c  LTFA second year     x 50%".
         05  col  99     pic z,zzz,zz9.99  source GT-1c-Wages (G).
         05  col 113     pic z,zzz,zz9.99  source GT-1c-Credit (G).
     03  line + 1.
         05  col   9     pic x(21)         value "Line 2   Group credit".
         05  col  32     pic zzzz9         source GT-Count (G).
         05  col  38     pic x(9)          value "employees".
         05  col 113     pic z,zzz,zz9.99  source GT-Credit (G).
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(40)         value "Form 5884 - all target groups".
     03  line + 1.
         05  col   1     pic x(53)         value "Line 1a  Qualified first-year wages, 120 - 399 hours".
         05  col  56     pic zzz,zzz,zz9.99 source WS-Tot-1a-Wages.
         05  col  72     pic x(5)          value "x 25%".
         05  col  79     pic zzz,zzz,zz9.99 source WS-Tot-1a-Credit.
     03  line + 1.
         05  col   1     pic x(53)         value "Line 1b  Qualified first-year wages, 400 hours +".
         05  col  56     pic zzz,zzz,zz9.99 source WS-Tot-1b-Wages.
         05  col  72     pic x(5)          value "x 40%".
         05  col  79     pic zzz,zzz,zz9.99 source WS-Tot-1b-Credit.
     03  line + 1.
         05  col   1     pic x(53)         value "Line 1c  Qualified second-year wages, LTFA recipients".
         05  col  56     pic zzz,zzz,zz9.99 source WS-Tot-1c-Wages.
         05  col  72     pic x(5)          value "x 50%".
         05  col  79     pic zzz,zzz,zz9.99 source WS-Tot-1c-Credit.
     03  line + 1.
         05  col   1     pic x(53)         value "Line 2   Add lines 1a through 1c".
         05  col  79     pic zzz,zzz,zz9.99 source WS-Tot-Credit.
     03  line + 2.
         05  col   1     pic x(40)         value "Certified employees                    :".
         05  col  42     pic zzzz9         source WS-Cnt-Certified.
     03  line + 1.
         05  col   1     pic x(40)         value "  claimed                              :".
         05  col  42     pic zzzz9         source WS-Cnt-Claimed.
     03  line + 1.
         05  col   1     pic x(40)         value "  8850 not sent within 28 days - none  :".
         05  col  42     pic zzzz9         source WS-Cnt-Late.
     03  line + 1.
         05  col   1     pic x(40)         value "  under 120 first-year hours - none    :".
         05  col  42     pic zzzz9         source WS-Cnt-Short.
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
     display  "Work Opportunity Tax Credit" at 0125 with foreground-color 2.
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
*>
     perform  ab010-Menu until WS-All-Done.
*>
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
     move     "pywotc"         to Jnq-Program.
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
     display  "Work Opportunity Tax Credit"              at line 1 col 1 with erase eos.
     display  "M = Maintain screening / certification, T = 28 day tickler,"
                                                         at line 3 col 1.
     display  "C = Credit for a tax year (Form 5884), Q = Quit [ ]"
                                                         at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 50 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "M"  perform ba000-Maintain
              when "T"  perform ca000-Tickler
              when "C"  perform da000-Credit-Run
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
*> One employee at a time until the number is left blank - the
*> record is locked against py010 from read to rewrite.
*>
 ba005-Get-Key.
     display  "WOTC Screening & Certification" at line 1 col 1 with erase eos.
     move     zero to WS-Emp-No.
     display  "Employee number        [       ]"     at line 3 col 1.
     accept   WS-Emp-No at line 3 col 25 with UPDATE.
     if       WS-Emp-No = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     move     WS-Emp-No to Emp-No.
     perform  zz060-Take-Emp-Lock.
     if       WS-Lock-OK not = "Y"
              display  PY344    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba005-Get-Key.
     read     PY-Employee-File key Emp-No
              invalid key
                       perform  zz070-Drop-Emp-Lock
                       display  PY343    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ba005-Get-Key
     end-read.
     move     Emp-WOTC-Answers     to WS-Answers.
     move     Emp-WOTC-Group       to WS-Group.
     move     Emp-WOTC-Screen-Date to WS-Screen-Date.
     move     Emp-WOTC-8850-Date   to WS-8850-Date.
     move     Emp-WOTC-Result      to WS-Result.
     move     Emp-WOTC-Result-Date to WS-Result-Date.
*>
     display  Emp-Name       at line 3 col 35 with foreground-color 2.
     display  "Started"      at line 4 col 35.
     display  Emp-Start-Date at line 4 col 43.
     display  "8850 answers Q1 - Q7   [       ]  Y / N per question"  at line  6 col 1.
     display  "Target group           [  ]"                          at line  7 col 1.
     display  "8850 signed            [        ]"                    at line  8 col 1.
     display  "8850 sent to the SWA   [        ]  due within 28 days of the start"
                                                                     at line  9 col 1.
     display  "SWA result             [ ]  space = pending, C = certified, D = denied"
                                                                     at line 10 col 1.
     display  "Result date            [        ]"                    at line 11 col 1.
     move     13 to WS-Row.
     move     1  to WS-Col.
     perform  varying G from 1 by 1 until G > 14
              display  GT-Code (G) at line WS-Row col WS-Col
              add      3 to WS-Col giving WS-Sub
              display  GT-Name (G) at line WS-Row col WS-Sub
              if       G = 7
                       move     13 to WS-Row
                       move     41 to WS-Col
              else
                       add      1 to WS-Row
              end-if
     end-perform.
*>
 ba010-Accept.
     accept   WS-Answers     at line  6 col 25 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              perform  zz070-Drop-Emp-Lock
              go to    ba005-Get-Key.
     accept   WS-Group       at line  7 col 25 with UPPER UPDATE.
     accept   WS-Screen-Date at line  8 col 25 with UPDATE.
     accept   WS-8850-Date   at line  9 col 25 with UPDATE.
     accept   WS-Result      at line 10 col 25 with UPPER UPDATE.
     accept   WS-Result-Date at line 11 col 25 with UPDATE.
*>
     move     "N" to WS-Bad-Entry.
     perform  varying WS-Sub from 1 by 1 until WS-Sub > 7
              if       WS-Answers (WS-Sub:1) not = "Y" and not = "N"
                                             and not = space
                       move     "Y" to WS-Bad-Entry
              end-if
     end-perform.
     if       WS-Group not = spaces
              move     zero to M
              perform  varying G from 1 by 1 until G > 14
                       if       GT-Code (G) = WS-Group
                                move     G to M
                       end-if
              end-perform
              if       M = zero
                       move     "Y" to WS-Bad-Entry
              end-if
     end-if.
     if       WS-Result not = space and not = "C" and not = "D"
        or   (WS-Result not = space and WS-Result-Date = zero)
              move     "Y" to WS-Bad-Entry.
     if      (WS-Screen-Date not = zero
              and TEST-DATE-YYYYMMDD (WS-Screen-Date) not = zero)
        or   (WS-8850-Date not = zero
              and TEST-DATE-YYYYMMDD (WS-8850-Date) not = zero)
        or   (WS-Result-Date not = zero
              and TEST-DATE-YYYYMMDD (WS-Result-Date) not = zero)
              move     "Y" to WS-Bad-Entry.
     if       WS-Bad-Entry = "Y"
              display  PY342    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Accept.
*>
     display  "Save (Y/N) [ ]" at line 21 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 21 col 13 with UPPER.
     if       WS-Reply = "Y"
              move     WS-Answers     to Emp-WOTC-Answers
              move     WS-Group       to Emp-WOTC-Group
              move     WS-Screen-Date to Emp-WOTC-Screen-Date
              move     WS-8850-Date   to Emp-WOTC-8850-Date
              move     WS-Result      to Emp-WOTC-Result
              move     WS-Result-Date to Emp-WOTC-Result-Date
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
*> Screened employees - any Y answer or a target group - whose 8850
*> has not gone to the SWA, with the days left of the 28. Past that
*> the credit is lost, so nothing over 60 days is shown.
*>
     display  "WOTC - Form 8850 due to the SWA within 28 days of the start"
                                                         at line 3 col 1 with erase eos.
     display  "Emp No   Name                             Grp Started   Days  Left"
                                                         at line 5 col 1.
     move     6 to WS-Row.
     move     zero to WS-Cnt-Pending.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to ca090-Done
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-WOTC-8850-Date not = zero
                 or    Emp-Status = "D" or = "T" or = "X"
                 or    Emp-Start-Date = zero
                       exit perform cycle
              end-if
              move     zero to WS-Y-Count
              inspect  Emp-WOTC-Answers tallying WS-Y-Count for all "Y"
              if       Emp-WOTC-Group = spaces
                 and   WS-Y-Count = zero
                       exit perform cycle      *> not screened as eligible
              end-if
              compute  WS-Days-Open = INTEGER-OF-DATE (WS-Today)
                                    - INTEGER-OF-DATE (Emp-Start-Date)
              if       WS-Days-Open < zero or > 60
                       exit perform cycle
              end-if
              compute  WS-Days-Left = 28 - WS-Days-Open
              display  Emp-No         at line WS-Row col 1
              display  Emp-Name       at line WS-Row col 10
              display  Emp-WOTC-Group at line WS-Row col 43
              display  Emp-Start-Date at line WS-Row col 47
              move     WS-Days-Open to WS-Disp-Days
              display  WS-Disp-Days   at line WS-Row col 56
              if       WS-Days-Left < zero
                       display  "OVERDUE"  at line WS-Row col 63 with foreground-color 4
              else
                       move     WS-Days-Left to WS-Disp-Days
                       display  WS-Disp-Days at line WS-Row col 62
                       if       WS-Days-Left not > 5
                                display  "DUE SOON" at line WS-Row col 69 with foreground-color 6
                       end-if
              end-if
              add      1 to WS-Cnt-Pending
              add      1 to WS-Row
              if       WS-Row > WS-22-Lines
                       exit perform
              end-if
     end-perform.
*>
 ca090-Done.
     if       WS-Cnt-Pending = zero
              display  "Nothing pending - every screened hire's 8850 has gone"
                       at line 6 col 1 with foreground-color 2.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 da000-Credit-Run            section.
*>**********************************
*>
*> Every certified employee with the 8850 in on time - wages and
*> hours found, the lines stored, then printed by target group.
*>
     display  "WOTC Credit - Form 5884" at line 1 col 1 with erase eos.
     if       PY-PR1-Check-History-Used not = "Y"
              display  PY340    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da000-Exit.
     move     PY-PR2-Year to WS-Year.
     display  "Tax year                   [    ]" at line 4 col 1.
     accept   WS-Year at line 4 col 30 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
*>
     open     input PY-Check-History-File.
     if       PY-Chkh-Status not = "00"
              display  PY340    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da000-Exit.
     open     input PY-ACA-Hours-File.
     if       PY-Aca-Status not = "00"
              display  PY341    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              close    PY-Check-History-File
              go to    da000-Exit.
*>
     initialize WS-Group-Totals.
     move     zero to WS-Qual-Count WS-Cnt-Certified WS-Cnt-Late
                      WS-Cnt-Short WS-Cnt-Claimed
                      WS-Tot-1a-Wages WS-Tot-1a-Credit
                      WS-Tot-1b-Wages WS-Tot-1b-Credit
                      WS-Tot-1c-Wages WS-Tot-1c-Credit WS-Tot-Credit.
     perform  db000-Select-Employees.
     if       WS-Qual-Count = zero
              display  PY345    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da090-Close.
     perform  de000-Print-Credit.
*>
     move     WS-Cnt-Claimed to WS-Disp-Cnt.
     display  "Employees claimed"  at line 6 col 1.
     display  WS-Disp-Cnt          at line 6 col 24.
     move     WS-Cnt-Late to WS-Disp-Cnt.
     display  "8850 sent late"     at line 7 col 1.
     display  WS-Disp-Cnt          at line 7 col 24.
     move     WS-Cnt-Short to WS-Disp-Cnt.
     display  "Under 120 hours"    at line 8 col 1.
     display  WS-Disp-Cnt          at line 8 col 24.
     perform  az060-Error.
*>
 da090-Close.
     close    PY-Check-History-File
              PY-ACA-Hours-File.
*>
 da000-Exit.  exit section.
*>
 db000-Select-Employees      section.
*>**********************************
*>
*> Certified, in a known group, 8850 sent within 28 days of the
*> start and a qualifying window reaching into the tax year.
*>
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to db000-Exit
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       not Emp-WOTC-Certified
                 or    Emp-Status = "D"
                 or    Emp-Start-Date = zero
                       exit perform cycle
              end-if
              move     zero to G
              perform  varying M from 1 by 1 until M > 14
                       if       GT-Code (M) = Emp-WOTC-Group
                                move     M to G
                       end-if
              end-perform
              if       G = zero
                       exit perform cycle
              end-if
              compute  WS-Wk-Year = Emp-Start-Date / 10000
              if       WS-Wk-Year > WS-Year
                       exit perform cycle
              end-if
              move     INTEGER-OF-DATE (Emp-Start-Date) to WS-Start-Int
              if       GT-Code (G) = "SY"
                       compute  WS-Yr1-End-Int = WS-Start-Int + 89
              else
                       compute  WS-Yr1-End-Int = WS-Start-Int + 364
              end-if
              compute  WS-Yr2-End-Int = WS-Start-Int + 729
              move     DATE-OF-INTEGER (WS-Yr1-End-Int) to WS-Yr1-End
              move     DATE-OF-INTEGER (WS-Yr2-End-Int) to WS-Yr2-End
              compute  WS-Wk-Year = WS-Yr1-End / 10000
              if       WS-Wk-Year < WS-Year
                       compute  WS-Wk-Year = WS-Yr2-End / 10000
                       if       GT-Code (G) not = "LF"
                          or    WS-Wk-Year < WS-Year
                                exit perform cycle     *> window closed before the year
                       end-if
              end-if
              add      1 to WS-Cnt-Certified
              if       Emp-WOTC-8850-Date = zero
                 or    TEST-DATE-YYYYMMDD (Emp-WOTC-8850-Date) not = zero
                 or    INTEGER-OF-DATE (Emp-WOTC-8850-Date) - WS-Start-Int > 28
                       add      1 to WS-Cnt-Late
                       exit perform cycle
              end-if
              perform  dc000-Window-Wages
              if       WS-Yr1-Year = zero
                 and   WS-Yr2-Year = zero
                       exit perform cycle
              end-if
              perform  dd000-First-Year-Hours
              if       WS-Hours < 120
                       add      1 to WS-Cnt-Short
                       exit perform cycle
              end-if
              move     "N" to WS-Stored
              if       WS-Yr1-Year not = zero
                       compute  WS-Room = GT-Cap (G) - WS-Yr1-Prior
                       if       WS-Room > zero
                                move     1 to WS-Ent-Year-No
                                if       WS-Hours < 400
                                         move     25 to WS-Ent-Rate
                                else
                                         move     40 to WS-Ent-Rate
                                end-if
                                move     WS-Yr1-Year  to WS-Ent-Wages
                                move     WS-Yr1-Prior to WS-Ent-Prior
                                perform  df000-Store-Line
                       end-if
              end-if
              if       WS-Yr2-Year not = zero
                 and   GT-Code (G) = "LF"
                       compute  WS-Room = 10000 - WS-Yr2-Prior
                       if       WS-Room > zero
                                move     2  to WS-Ent-Year-No
                                move     50 to WS-Ent-Rate
                                move     WS-Yr2-Year  to WS-Ent-Wages
                                move     WS-Yr2-Prior to WS-Ent-Prior
                                perform  df000-Store-Line
                       end-if
              end-if
              if       WS-Stored = "Y"
                       add      1 to WS-Cnt-Claimed GT-Count (G)
              end-if
     end-perform.
*>
 db000-Exit.  exit section.
*>
 dc000-Window-Wages          section.
*>**********************************
*>
*> Gross of the non-void checks dated in the first (and second)
*> year windows - paid before the tax year or in it. Check history
*> runs by date within employee so the read stops at the first
*> check past the windows or the tax year.
*>
     move     zero to WS-Yr1-Prior WS-Yr1-Year WS-Yr2-Prior WS-Yr2-Year.
     move     Emp-No         to Chkh-Emp-No.
     move     Emp-Start-Date to Chkh-Check-Date.
     start    PY-Check-History-File key not < Chkh-Key
              invalid key
                       go to dc000-Exit
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
              move     INTEGER-OF-DATE (Chkh-Check-Date) to WS-Chk-Int
              if       WS-Wk-Year > WS-Year
                 or    WS-Chk-Int > WS-Yr2-End-Int
                       exit perform
              end-if
              if       Chkh-Stat-Void
                       exit perform cycle
              end-if
              if       WS-Chk-Int not > WS-Yr1-End-Int
                       if       WS-Wk-Year < WS-Year
                                add      Chkh-Amt (1) to WS-Yr1-Prior
                       else
                                add      Chkh-Amt (1) to WS-Yr1-Year
                       end-if
              else
                       if       WS-Wk-Year < WS-Year
                                add      Chkh-Amt (1) to WS-Yr2-Prior
                       else
                                add      Chkh-Amt (1) to WS-Yr2-Year
                       end-if
              end-if
     end-perform.
*>
 dc000-Exit.  exit section.
*>
 dd000-First-Year-Hours      section.
*>**********************************
*>
*> ACA hours are kept by calendar month, so the months the first
*> year window starts and ends in are taken whole.
*>
     move     zero to WS-Hours.
     compute  WS-From-YM  = Emp-Start-Date / 100.
     compute  WS-To-YM    = WS-Yr1-End / 100.
     compute  WS-Aca-From = WS-From-YM / 100.
     compute  WS-Aca-To   = WS-To-YM / 100.
     perform  varying WS-Aca-Yr from WS-Aca-From by 1 until WS-Aca-Yr > WS-Aca-To
              move     Emp-No    to Aca-Emp-No
              move     WS-Aca-Yr to Aca-Year
              read     PY-ACA-Hours-File key Aca-Key
                       invalid key
                                exit perform cycle
              end-read
              perform  varying M from 1 by 1 until M > 12
                       compute  WS-YM = WS-Aca-Yr * 100 + M
                       if       WS-YM not < WS-From-YM
                          and   WS-YM not > WS-To-YM
                                add      Aca-Hours (M) to WS-Hours
                       end-if
              end-perform
     end-perform.
*>
 dd000-Exit.  exit section.
*>
 df000-Store-Line            section.
*>**********************************
*>
*> Qualified wages are the year's window wages up to the room left
*> under the cap; the line goes into the table and the group's and
*> the run's Form 5884 line.
*>
     if       WS-Ent-Wages > WS-Room
              move     WS-Room to WS-Ent-Qual
     else
              move     WS-Ent-Wages to WS-Ent-Qual.
     compute  WS-Ent-Credit rounded = WS-Ent-Qual * WS-Ent-Rate / 100.
     if       WS-Qual-Count < 3000
              add      1 to WS-Qual-Count
              move     G                to QT-Grp     (WS-Qual-Count)
              move     Emp-No           to QT-Emp-No  (WS-Qual-Count)
              move     Emp-Name         to QT-Name    (WS-Qual-Count)
              move     Emp-Start-Date   to QT-Start   (WS-Qual-Count)
              move     WS-Ent-Year-No   to QT-Year-No (WS-Qual-Count)
              move     WS-Hours         to QT-Hours   (WS-Qual-Count)
              move     WS-Ent-Rate      to QT-Rate    (WS-Qual-Count)
              move     WS-Ent-Wages     to QT-Wages   (WS-Qual-Count)
              move     WS-Ent-Prior     to QT-Prior   (WS-Qual-Count)
              move     WS-Ent-Qual      to QT-Qual    (WS-Qual-Count)
              move     WS-Ent-Credit    to QT-Credit  (WS-Qual-Count)
     end-if.
     evaluate WS-Ent-Rate
              when 25
                       add      WS-Ent-Qual   to GT-1a-Wages (G)  WS-Tot-1a-Wages
                       add      WS-Ent-Credit to GT-1a-Credit (G) WS-Tot-1a-Credit
              when 40
                       add      WS-Ent-Qual   to GT-1b-Wages (G)  WS-Tot-1b-Wages
                       add      WS-Ent-Credit to GT-1b-Credit (G) WS-Tot-1b-Credit
              when other
                       add      WS-Ent-Qual   to GT-1c-Wages (G)  WS-Tot-1c-Wages
                       add      WS-Ent-Credit to GT-1c-Credit (G) WS-Tot-1c-Credit
     end-evaluate.
     add      WS-Ent-Credit to GT-Credit (G) WS-Tot-Credit.
     move     "Y" to WS-Stored.
*>
 df000-Exit.  exit section.
*>
 de000-Print-Credit          section.
*>**********************************
*>
*> Group by group - heading, its lines, its Form 5884 lines - with
*> the form's totals at the end.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate WOTC-Report.
     perform  varying G from 1 by 1 until G > 14
              if       GT-Count (G) = zero
                       exit perform cycle
              end-if
              generate WOTC-Group-Head
              perform  varying Q from 1 by 1 until Q > WS-Qual-Count
                       if       QT-Grp (Q) = G
                                generate WOTC-Detail
                       end-if
              end-perform
              generate WOTC-Group-Total
     end-perform.
     terminate
              WOTC-Report.
     if       Page-Counter > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs
     else
              close    Print-File
     end-if.
*>
 de000-Exit.  exit section.
