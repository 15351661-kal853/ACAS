       >>source free
*>****************************************************************
*>       Consolidated Payroll Reporting Across Companies         *
*>           Sharing One EIN Or One Reporting Group              *
*>                                                               *
*>            Uses RW (Report writer for prints)                 *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pycons.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Every other payroll report covers the one
*>                      company whose data directory ACAS is pointed
*>                      at. This gives finance the group view, reading
*>                      each member company's files in its own data
*>                      directory as held on the company directory
*>                      (pycdir):
*>
*>                      M - Company directory maintenance (Admin only):
*>                          company code, data directory (blank = the
*>                          live one) and reporting group. A company
*>                          is only accepted when it is on the pypr1
*>                          of the directory given.
*>                      R - Consolidated report for one quarter, for
*>                          either all companies sharing the EIN of a
*>                          chosen company or all companies in one
*>                          reporting group. Within the selection the
*>                          companies are taken EIN by EIN, each
*>                          company printed as its own subtotal, then
*>                          an EIN total and a consolidated total:
*>                            Register totals - non-void checks in the
*>                              quarter from check history.
*>                            Headcount by employee status.
*>                            Labor distribution - the quarter's gross
*>                              split by Emp-Dist-Grp to GL accounts
*>                              (as pydist does for one run), by
*>                              company then by GL account overall.
*>                            Company history QTD / YTD tax liabilities
*>                              as now on file.
*>                            941 proof - for each EIN the sum of the
*>                              members' own 941 figures (Coh-QTD, as
*>                              f941print prints them) against the
*>                              same figures built for the EIN as a
*>                              whole from every member's employee
*>                              history, with the difference; PROVED
*>                              only when every line agrees.
*>                            Employees found in more than one company
*>                              (same SSN), flagged where the
*>                              companies share an EIN as their social
*>                              security wage base is then shared.
*>                          Training companies are always left out and
*>                          a second company with the same data
*>                          directory as one already taken is left out
*>                          so nothing is counted twice - both listed
*>                          with the reason.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrcapt  - report repository.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, TRIM.
*>    Files used :
*>                      pycdir.  Company Directory - I-O.
*>                      pypr1.   Params - each company's - Input.
*>                      pyemp.   Employee File - Input.
*>                      pyhis.   Employee History - Input.
*>                      pycoh.   Company History - Input.
*>                      pychkh.  Check History - Input.
*>                      pyact.   PY Accounts - Input.
*>
*>    Error messages used.
*> System wide:
*>                      SY010, 13 & 15.
*> Program specific:
*>                      PY476 - 485.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Register column heading rebuilt to sit over its
*>                       figures and the 941 proof title shortened to
*>                       fit the section title line.
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
 copy "selpycdir.cob".
 copy "selpyparam1.cob".
 copy "selpyemp.cob".
 copy "selpyhis.cob".
 copy "selpycoh.cob".
 copy "selpychkh.cob".
 copy "selpyact.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpycdir.cob".
 copy "fdpyparam1.cob".
 copy "fdpyemp.cob".
 copy "fdpyhis.cob".
 copy "fdpycoh.cob".
 copy "fdpychkh.cob".
 copy "fdpyact.cob".
*>
 fd  Print-File
     reports are Cons-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pycons (1.0.01)".  *> First release pre testing.
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
     03  PY-Cdir-Status      pic xx.
     03  PY-PR1-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-His-Emp-Status   pic xx.
     03  PY-Coh-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Act-Status       pic xx.
*>
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
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Today            pic 9(8)     value zero.
     03  WS-Line             pic 99       value zero.
     03  WS-New-Entry        pic x        value "N".
     03  WS-Found            pic x        value "N".
*>
*> Where each company's files are - the live names are kept and put
*> back after every company is read.
*>
     03  WS-Delim            pic x        value "/".
     03  WS-Live-Dir         pic x(200)   value spaces.
     03  WS-Cur-Dir          pic x(200)   value spaces.
     03  WS-Cur-Co           pic 999      value zero.
     03  WS-Live-Name        pic x(532).
     03  WS-Co-Path          pic x(532).
     03  WS-Live-39          pic x(532).
     03  WS-Live-41          pic x(532).
     03  WS-Live-43          pic x(532).
     03  WS-Live-44          pic x(532).
     03  WS-Live-47          pic x(532).
     03  WS-Live-68          pic x(532).
     03  WS-Pos              pic s9(4)    comp.
     03  WS-Len              pic s9(4)    comp.
*>
*> Selection
*>
     03  WS-Sel-Mode         pic x        value space.     *> E = by EIN, G = by group
     03  WS-Sel-Co           pic 999      value zero.
     03  WS-Sel-EIN          pic x(24)    value spaces.
     03  WS-Sel-Group        pic x(6)     value spaces.
     03  WS-Sel-Desc         pic x(40)    value spaces.
     03  WS-EIN              pic x(24)    value spaces.
     03  WS-Q-Year           pic 9(4)     value zero.
     03  WS-Q-No             pic 9        value zero.
     03  WS-Q-From           pic 9(8)     value zero.
     03  WS-Q-To             pic 9(8)     value zero.
*>
*> Counters and subscripts
*>
     03  A                   binary-long  value zero.
     03  I                   binary-long  value zero.
     03  J                   binary-long  value zero.
     03  K                   binary-long  value zero.
     03  Q                   binary-long  value zero.
     03  S                   binary-long  value zero.
     03  WS-Co-Count         binary-long  value zero.
     03  WS-Ein-Count        binary-long  value zero.
     03  WS-Emp-Count        binary-long  value zero.
     03  WS-LD-Count         binary-long  value zero.
     03  WS-GL-Count         binary-long  value zero.
     03  WS-Cnt-Included     pic 9(4)     value zero.
     03  WS-Cnt-Dup-Emps     pic 9(5)     value zero.
     03  WS-Cnt-Not-Proved   pic 9(4)     value zero.
     03  WS-Co-Full          pic x        value "N".
     03  WS-Emp-Full         pic x        value "N".
     03  WS-LD-Full          pic x        value "N".
*>
*> Labor distribution work for the company being read.
*>
     03  WS-Last-Emp         pic 9(7)     value zero.
     03  WS-Emp-Ok           pic x        value "N".
     03  WS-Act-Open         pic xx       value spaces.
     03  WS-Share            pic s9(9)v99 comp-3 value zero.
     03  WS-Shared           pic s9(9)v99 comp-3 value zero.
     03  WS-Last-GL          pic s9(7)    comp-3 value zero.
     03  WS-Next-GL          pic s9(7)    comp-3 value zero.
     03  WS-GL-No            pic 9(6)     value zero.
     03  WS-GL-Desc          pic x(32)    value spaces.
     03  WS-Act-Table.
         05  WS-Act-Amt      pic s9(9)v99 comp-3 occurs 255.
*>
*> 941 proof work - lines 2, 3, 5a, 5d, 6 and 8.
*>
     03  WS-P941-Sum         pic s9(9)v99 comp-3 occurs 6.
     03  WS-P941-Con         pic s9(9)v99 comp-3 occurs 6.
     03  WS-P941-Ok          pic x        value "Y".
*>
*> The companies in the selection.  Status I = included, T = training
*> company, D = same data directory as an earlier one, E = not on
*> its directory's parameter file, F = employee file unreadable.
*>
 01  WS-Co-Table.
     03  WS-Co-Entry                      occurs 50.
         05  WS-Co-Code      pic 999.
         05  WS-Co-Name      pic x(60).
         05  WS-Co-EIN       pic x(24).
         05  WS-Co-Group     pic x(6).
         05  WS-Co-Dir       pic x(200).
         05  WS-Co-Stat      pic x.
         05  WS-Co-Ein-No    binary-long.
         05  WS-Co-Checks    pic 9(6)             comp.
         05  WS-Co-Reg       pic s9(9)v99 comp-3  occurs 8.   *> gross fwt swt lwt fica sdi oth-ded net
         05  WS-Co-Head      pic 9(5)             comp  occurs 4.   *> active leave terminated deceased
         05  WS-Co-LQ        pic s9(9)v99 comp-3  occurs 8.   *> QTD fwt swt lwt fica fica-co sdi futa sui
         05  WS-Co-LY        pic s9(9)v99 comp-3  occurs 8.   *> YTD the same
         05  WS-Co-941       pic s9(9)v99 comp-3  occurs 5.   *> wages fwt fica-wages fica-liab 3psp-fica
         05  WS-Co-Undist    pic s9(9)v99 comp-3.
*>
*> The EINs met, in the order first met.  WS-Ein-Con is the EIN's
*> 941 rebuilt from the members' employee history.
*>
 01  WS-Ein-Table.
     03  WS-Ein-Entry                     occurs 50.
         05  WS-Ein-Id       pic x(24).
         05  WS-Ein-Members  binary-long.
         05  WS-Ein-Dups     pic 9(5)             comp.
         05  WS-Ein-Con      pic s9(9)v99 comp-3  occurs 5.
*>
*> Every employee of every included company that has an SSN.
*>
 01  WS-Emp-Table.
     03  WS-Emp-Entry                     occurs 5000.
         05  WS-Et-SSN       pic 9(9).
         05  WS-Et-Co        binary-short.
         05  WS-Et-Emp-No    pic 9(7).
         05  WS-Et-Name      pic x(32).
         05  WS-Et-Dup       pic x.
*>
*> Distributed gross by company and GL account, then by GL account
*> over all companies.
*>
 01  WS-LD-Table.
     03  WS-LD-Entry                      occurs 500.
         05  WS-LD-Co        binary-short.
         05  WS-LD-GL        pic 9(6).
         05  WS-LD-Desc      pic x(32).
         05  WS-LD-Amt       pic s9(9)v99 comp-3.
 01  WS-GL-Table.
     03  WS-GL-Entry                      occurs 200.
         05  WS-GL-GL        pic 9(6).
         05  WS-GL-Desc-T    pic x(32).
         05  WS-GL-Amt       pic s9(9)v99 comp-3.
*>
*> Totals carried up - subscript 1 = the EIN, 2 = the consolidation.
*>
 01  WS-Totals.
     03  WS-Tot-Entry                     occurs 2.
         05  WS-Tot-Checks   pic 9(7)             comp.
         05  WS-Tot-Reg      pic s9(9)v99 comp-3  occurs 8.
         05  WS-Tot-Head     pic 9(6)             comp  occurs 4.
         05  WS-Tot-LQ       pic s9(9)v99 comp-3  occurs 8.
         05  WS-Tot-LY       pic s9(9)v99 comp-3  occurs 8.
     03  WS-Tot-Undist       pic s9(9)v99 comp-3.
     03  WS-Tot-Dist         pic s9(9)v99 comp-3.
*>
*> The line being printed - filled by the fa sections.
*>
 01  WS-Print-Line.
     03  WS-Sec-Title        pic x(80).
     03  WS-Col-Head         pic x(132).
     03  WS-Pr-Label         pic x(34).
     03  WS-Pr-Tag           pic x(3).
     03  WS-Pr-Text          pic x(100).
     03  WS-Pr-Count         pic 9(7).
     03  WS-Pr-Cnt           pic 9(6)             occurs 5.
     03  WS-Pr-Amt           pic s9(9)v99 comp-3  occurs 9.
     03  WS-Pr-GL            pic 9(6).
     03  WS-Pr-Desc          pic x(32).
     03  WS-Pr-Stat          pic x(40).
     03  WS-Pr-SSN           pic x(11).
     03  WS-Pr-Co            pic 999.
     03  WS-Pr-Co-Name       pic x(20).
     03  WS-Pr-EIN           pic x(24).
     03  WS-Pr-Group         pic x(6).
     03  WS-Pr-Dir           pic x(50).
     03  WS-Pr-Emp-No        pic 9(7).
     03  WS-Pr-Emp-Name      pic x(32).
     03  WS-Pr-Same-EIN      pic x(3).
     03  WS-SSN-Disp         pic 9(9).
*>
 01  Error-Messages.
*> System Wide
     03  SY010           pic x(46) value "SY010 Terminal program not set to length => 28".
     03  SY013           pic x(47) value "SY013 Terminal program not set to Columns => 80".
     03  SY015           pic x(56) value "SY015 Note message and Hit return to continue processing".
*>
*> Program specific
*>
     03  PY476           pic x(59) value "PY476 Company directory maintenance needs an Admin operator".
     03  PY477           pic x(69) value "PY477 Company not on the parameter file in that directory - not saved".
     03  PY478           pic x(45) value "PY478 Company is not on the company directory".
     03  PY479           pic x(47) value "PY479 That company has no EIN on its parameters".
     03  PY480           pic x(38) value "PY480 Quarter must be 1 to 4 of a year".
     03  PY481           pic x(67) value "PY481 More than 50 companies selected - the first 50 only are taken".
     03  PY482           pic x(50) value "PY482 No company to consolidate for that selection".
     03  PY483           pic x(71) value "PY483 Consolidated 941 does not prove for at least one EIN - see report".
     03  PY484           pic x(72) value "PY484 Employee table full - employees in several companies not all found".
     03  PY485           pic x(62) value "PY485 Distribution table full - later accounts not distributed".
*>
 01  Error-Code          pic 999.
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
 RD  Cons-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Cons-Head  Type Page Heading.
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
         05  col  35     pic x(27)   value "Consolidated Payroll Report".
         05  col  63     pic x(40)   source WS-Sel-Desc.
     03  line  4.
         05  col  35                 value "Quarter".
         05  col  43     pic 9       source WS-Q-No.
         05  col  45     pic 9(4)    source WS-Q-Year.
         05  col  51                 value "Checks dated".
         05  col  64     pic 9999/99/99  source WS-Q-From.
         05  col  75                 value "to".
         05  col  78     pic 9999/99/99  source WS-Q-To.
*>
 01  Sec-Title-Line type is detail.
     03  line + 2.
         05  col   1     pic x(80)         source WS-Sec-Title.
*>
 01  Col-Head-Line type is detail.
     03  line + 1.
         05  col   1     pic x(132)        source WS-Col-Head.
*>
 01  Text-Line type is detail.
     03  line + 1.
         05  col   1     pic x(100)        source WS-Pr-Text.
*>
 01  Mem-Line type is detail.
     03  line + 1.
         05  col   1     pic 999           source WS-Pr-Co.
         05  col   6     pic x(20)         source WS-Pr-Co-Name.
         05  col  28     pic x(24)         source WS-Pr-EIN.
         05  col  54     pic x(6)          source WS-Pr-Group.
         05  col  62     pic x(30)         source WS-Pr-Dir.
         05  col  94     pic x(38)         source WS-Pr-Stat.
*>
 01  Reg-Line type is detail.
     03  line + 1.
         05  col   1     pic x(26)         source WS-Pr-Label.
         05  col  28     pic z(6)9         source WS-Pr-Count.
         05  col  36     pic -(8)9.99      source WS-Pr-Amt (1).
         05  col  48     pic -(8)9.99      source WS-Pr-Amt (2).
         05  col  60     pic -(8)9.99      source WS-Pr-Amt (3).
         05  col  72     pic -(8)9.99      source WS-Pr-Amt (4).
         05  col  84     pic -(8)9.99      source WS-Pr-Amt (5).
         05  col  96     pic -(8)9.99      source WS-Pr-Amt (6).
         05  col 108     pic -(8)9.99      source WS-Pr-Amt (7).
         05  col 120     pic -(8)9.99      source WS-Pr-Amt (8).
*>
 01  HC-Line type is detail.
     03  line + 1.
         05  col   1     pic x(26)         source WS-Pr-Label.
         05  col  30     pic zzz,zz9       source WS-Pr-Cnt (1).
         05  col  40     pic zzz,zz9       source WS-Pr-Cnt (2).
         05  col  50     pic zzz,zz9       source WS-Pr-Cnt (3).
         05  col  60     pic zzz,zz9       source WS-Pr-Cnt (4).
         05  col  70     pic zzz,zz9       source WS-Pr-Cnt (5).
*>
 01  Liab-Line type is detail.
     03  line + 1.
         05  col   1     pic x(20)         source WS-Pr-Label.
         05  col  22     pic x(3)          source WS-Pr-Tag.
         05  col  25     pic -(8)9.99      source WS-Pr-Amt (1).
         05  col  37     pic -(8)9.99      source WS-Pr-Amt (2).
         05  col  49     pic -(8)9.99      source WS-Pr-Amt (3).
         05  col  61     pic -(8)9.99      source WS-Pr-Amt (4).
         05  col  73     pic -(8)9.99      source WS-Pr-Amt (5).
         05  col  85     pic -(8)9.99      source WS-Pr-Amt (6).
         05  col  97     pic -(8)9.99      source WS-Pr-Amt (7).
         05  col 109     pic -(8)9.99      source WS-Pr-Amt (8).
         05  col 121     pic -(8)9.99      source WS-Pr-Amt (9).
*>
 01  LD-Line type is detail.
     03  line + 1.
         05  col   1     pic x(26)         source WS-Pr-Label.
         05  col  30     pic z(5)9         source WS-Pr-GL  blank when zero.
         05  col  38     pic x(32)         source WS-Pr-Desc.
         05  col  72     pic -(8)9.99      source WS-Pr-Amt (1).
*>
 01  P941-Line type is detail.
     03  line + 1.
         05  col   1     pic x(34)         source WS-Pr-Label.
         05  col  36     pic -(8)9.99      source WS-Pr-Amt (1).
         05  col  50     pic -(8)9.99      source WS-Pr-Amt (2).
         05  col  64     pic -(8)9.99      source WS-Pr-Amt (3).
         05  col  78     pic -(8)9.99      source WS-Pr-Amt (4).
         05  col  92     pic -(8)9.99      source WS-Pr-Amt (5).
         05  col 106     pic -(8)9.99      source WS-Pr-Amt (6).
*>
 01  Dup-Line type is detail.
     03  line + 1.
         05  col   1     pic x(11)         source WS-Pr-SSN.
         05  col  14     pic 999           source WS-Pr-Co.
         05  col  19     pic x(20)         source WS-Pr-Co-Name.
         05  col  41     pic z(6)9         source WS-Pr-Emp-No.
         05  col  50     pic x(32)         source WS-Pr-Emp-Name.
         05  col  84     pic x(3)          source WS-Pr-Same-EIN.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(28)     value "Companies consolidated     :".
         05  col 30          pic zzz9      source WS-Cnt-Included.
     03  line + 1.
         05  col  1          pic x(28)     value "Employees in several cos   :".
         05  col 30          pic zzzz9     source WS-Cnt-Dup-Emps.
     03  line + 1.
         05  col  1          pic x(28)     value "EINs whose 941 not proved  :".
         05  col 30          pic zzz9      source WS-Cnt-Not-Proved.
     03  line + 1     present when WS-Emp-Full = "Y".
         05  col  1          pic x(72)     source PY484.
     03  line + 1     present when WS-LD-Full = "Y".
         05  col  1          pic x(62)     source PY485.
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
     move     WSE-Date-9 to WS-Today.
     move     Print-Spool-Name to PSN.  *> set ACAS prt spool for o/p
     move     To-Day to U-Date.
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
*> Who is stamped - the signed-on operator id, else the user name.
*>
     if       WS-CD-Args (1:8) not = spaces
              move     WS-CD-Args (1:8) to WS-Operator
     else
              move     Usera            to WS-Operator.
*>
     if       File-Defs-os-Delimiter = "\"
              move     "\" to WS-Delim
     else
              move     "/" to WS-Delim
     end-if.
*>
*> The live directory is whatever path is in front of the employee
*> file name - none means the current directory.
*>
     perform  varying WS-Pos from 532 by -1 until WS-Pos < 1
              if       File-43 (WS-Pos:1) = "/" or = "\"
                       exit perform
              end-if
     end-perform.
     move     spaces to WS-Live-Dir.
     if       WS-Pos > 1
              move     File-43 (1:WS-Pos - 1) to WS-Live-Dir.
*>
     move     File-39 to WS-Live-39.
     move     File-41 to WS-Live-41.
     move     File-43 to WS-Live-43.
     move     File-44 to WS-Live-44.
     move     File-47 to WS-Live-47.
     move     File-68 to WS-Live-68.
*>
     open     i-o PY-Co-Dir-File.
     if       PY-Cdir-Status = "35"        *> first use
              open     output PY-Co-Dir-File
              close    PY-Co-Dir-File
              open     i-o PY-Co-Dir-File
     end-if.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     close    PY-Co-Dir-File.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ab010-Menu                  section.
*>**********************************
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Consolidated Reporting"                   at line 1 col 25 with foreground-color 2.
     display  "M = Company directory, R = Consolidated report, X = Exit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 59 with UPPER.
     if       WS-Function = "X" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when     "M"
                       perform  ba000-Maintain-Dir
              when     "R"
                       perform  ca000-Consolidate
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Maintain-Dir          section.
*>**********************************
*>
*> Admin only - the directory decides whose payroll finance sees.
*>
     if       WS-CD-Args (9:1) not = "A" and not = space
              display  PY476 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
     perform  forever
              perform  ba010-Show-Dir
              display  "Company [   ]   (zero to leave)"
                                         at line WS-22-Lines col 1 with erase eol
              move     zero to WS-Cur-Co
              accept   WS-Cur-Co at line WS-22-Lines col 10 with UPDATE
              if       WS-Cur-Co = zero
                 or    COB-CRT-Status = COB-SCR-ESC
                       exit perform
              end-if
              perform  ba020-Edit-Entry
     end-perform.
*>
 ba000-Exit.  exit section.
*>
 ba010-Show-Dir              section.
*>**********************************
*>
*> The companies on file, as many as the screen holds.
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Consolidated Reporting - Company Directory" at line 1 col 25 with foreground-color 2.
     display  "Co. Group  Data directory (blank = live)"  at line 3 col 1.
     move     4 to WS-Line.
     move     zero to Cdir-Co-Code.
     start    PY-Co-Dir-File key not < Cdir-Co-Code
              invalid key
                       go to ba010-Exit
     end-start.
     perform  forever
              read     PY-Co-Dir-File next record at end
                       exit perform
              end-read
              if       PY-Cdir-Status not = "00"
                 or    WS-Line > WS-22-Lines - 2
                       exit perform
              end-if
              display  Cdir-Co-Code         at line WS-Line col 1
              display  Cdir-Group           at line WS-Line col 5
              display  Cdir-Directory (1:68) at line WS-Line col 12
              add      1 to WS-Line
     end-perform.
*>
 ba010-Exit.  exit section.
*>
 ba020-Edit-Entry            section.
*>**********************************
*>
     move     WS-Cur-Co to Cdir-Co-Code.
     move     "N"       to WS-New-Entry.
     read     PY-Co-Dir-File key Cdir-Co-Code
              invalid key
                       move     "Y"    to WS-New-Entry
                       move     WS-Cur-Co to Cdir-Co-Code
                       move     spaces to Cdir-Directory
                                          Cdir-Group
     end-read.
     display  space at line 3 col 1 with erase eos.
     display  "Company            : " at line  4 col 1.
     display  Cdir-Co-Code           at line  4 col 22.
     if       WS-New-Entry = "Y"
              display  "(new)"       at line  4 col 27 foreground-color 2.
     display  "Data directory (blank = the live directory)" at line  6 col 1.
     display  "Reporting group    : [      ]"               at line 10 col 1.
     accept   Cdir-Directory at line  7 col 1 with UPDATE.
     accept   Cdir-Group     at line 10 col 23 with UPDATE UPPER.
     move     zero to WS-Len.
     inspect  Cdir-Directory tallying WS-Len for characters before initial "  ".
     if       WS-Len > 1
       and    (Cdir-Directory (WS-Len:1) = "/" or = "\")
              move     space to Cdir-Directory (WS-Len:1).
     if       Cdir-Directory = WS-Live-Dir
              move     spaces to Cdir-Directory.
*>
*> The company must be on the parameter file in that directory.
*>
     move     Cdir-Directory to WS-Cur-Dir.
     perform  zz030-Read-Params.
     if       WS-Found not = "Y"
              display  PY477 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba020-Exit.
     display  PY-PR1-Co-Name at line  4 col 33 foreground-color 3.
*>
     display  "S = Save, D = Delete, anything else leaves it [ ]" at line 12 col 1.
     move     space to WS-Reply.
     accept   WS-Reply at line 12 col 48 with UPPER.
     move     WS-Today    to Cdir-Maint-Date.
     move     WS-Operator to Cdir-Maint-By.
     evaluate true
              when     WS-Reply = "S" and WS-New-Entry = "Y"
                       write    PY-Co-Dir-Record
              when     WS-Reply = "S"
                       rewrite  PY-Co-Dir-Record
              when     WS-Reply = "D" and WS-New-Entry = "N"
                       delete   PY-Co-Dir-File record
     end-evaluate.
*>
 ba020-Exit.  exit section.
*>
 ca000-Consolidate           section.
*>**********************************
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Consolidated Reporting"                   at line 1 col 25 with foreground-color 2.
     display  "E = Companies sharing an EIN, G = A reporting group [ ]"
                                                         at line 3 col 1.
     move     space to WS-Sel-Mode.
     accept   WS-Sel-Mode at line 3 col 54 with UPPER.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     move     spaces to WS-Sel-EIN WS-Sel-Group WS-Sel-Desc.
     evaluate WS-Sel-Mode
              when     "E"
                       display  "Company whose EIN is consolidated [   ]" at line 5 col 1
                       move     zero to WS-Sel-Co
                       accept   WS-Sel-Co at line 5 col 36 with UPDATE
                       move     WS-Sel-Co to Cdir-Co-Code
                       read     PY-Co-Dir-File key Cdir-Co-Code
                                invalid key
                                         move     "99" to PY-Cdir-Status
                       end-read
                       if       PY-Cdir-Status not = "00"
                                display  PY478 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ca000-Exit
                       end-if
                       move     Cdir-Co-Code   to WS-Cur-Co
                       move     Cdir-Directory to WS-Cur-Dir
                       perform  zz030-Read-Params
                       if       WS-Found = "Y"
                                perform  zz035-Get-EIN
                       else
                                move     spaces to WS-EIN
                       end-if
                       if       WS-EIN = spaces
                                display  PY479 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015 at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines col 58
                                go to    ca000-Exit
                       end-if
                       move     WS-EIN to WS-Sel-EIN
                       string   "EIN "       delimited by size
                                WS-Sel-EIN   delimited by "  "
                                             into WS-Sel-Desc
                       display  WS-Sel-Desc at line 5 col 42 foreground-color 3
              when     "G"
                       display  "Reporting group [      ]" at line 5 col 1
                       accept   WS-Sel-Group at line 5 col 18 with UPPER
                       if       WS-Sel-Group = spaces
                                go to    ca000-Exit
                       end-if
                       string   "Reporting group "  delimited by size
                                WS-Sel-Group        delimited by size
                                                    into WS-Sel-Desc
              when     other
                       go to    ca000-Exit
     end-evaluate.
*>
*> The quarter - offered as the one we are in.
*>
     move     WSE-Year to WS-Q-Year.
     compute  WS-Q-No = (WSE-Month + 2) / 3.
     display  "Quarter (1-4) [ ]   Year (ccyy) [    ]" at line 7 col 1.
     accept   WS-Q-No   at line 7 col 16 with UPDATE.
     accept   WS-Q-Year at line 7 col 34 with UPDATE.
     if       WS-Q-No < 1 or > 4
        or    WS-Q-Year < 1900
              display  PY480 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ca000-Exit.
     compute  WS-Q-From = (WS-Q-Year * 10000) + ((WS-Q-No * 3 - 2) * 100) + 1.
     compute  WS-Q-To   = (WS-Q-Year * 10000) + ((WS-Q-No * 3) * 100) + 31.
*>
     perform  ca010-Select-Companies.
     if       WS-Co-Full = "Y"
              display  PY481 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58.
     if       WS-Cnt-Included = zero
              display  PY482 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ca000-Exit.
*>
     display  "Reading company" at line 9 col 1.
     perform  varying K from 1 by 1 until K > WS-Co-Count
              if       WS-Co-Stat (K) = "I"
                       display  WS-Co-Code (K) at line 9 col 17
                       perform  da000-Load-Company
              end-if
     end-perform.
     perform  ea000-Find-Dups.
*>
     move     zero to WS-Cnt-Not-Proved.
     open     output Print-File.
     initiate Cons-Report.
     perform  fa010-Print-Members.
     perform  fa020-Print-Register.
     perform  fa030-Print-Headcount.
     perform  fa040-Print-Liabilities.
     perform  fa050-Print-Labor.
     perform  fa060-Print-941-Proof.
     perform  fa070-Print-Duplicates.
     terminate Cons-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
     display  "Companies consolidated :" at line 11 col 1.
     display  WS-Cnt-Included            at line 11 col 26.
     display  "Employees in several   :" at line 12 col 1.
     display  WS-Cnt-Dup-Emps            at line 12 col 26.
     evaluate true
              when     WS-Cnt-Not-Proved not = zero
                       display  PY483 at line WS-23-Lines col 1 foreground-color 4 erase eol
              when     WS-Emp-Full = "Y"
                       display  PY484 at line WS-23-Lines col 1 foreground-color 4 erase eol
              when     WS-LD-Full = "Y"
                       display  PY485 at line WS-23-Lines col 1 foreground-color 4 erase eol
     end-evaluate.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 ca010-Select-Companies      section.
*>**********************************
*>
*> Each directory entry is looked at on its own parameter file - the
*> name and EIN there are the ones used. For a group the members are
*> those carrying the group code, for an EIN every company on that
*> EIN.
*>
     initialize WS-Co-Table WS-Ein-Table WS-Totals.
     move     zero to WS-Co-Count WS-Ein-Count WS-Emp-Count
                      WS-LD-Count WS-GL-Count WS-Cnt-Included
                      WS-Cnt-Dup-Emps.
     move     "N"  to WS-Co-Full WS-Emp-Full WS-LD-Full.
     move     zero to Cdir-Co-Code.
     start    PY-Co-Dir-File key not < Cdir-Co-Code
              invalid key
                       go to ca010-Exit
     end-start.
     perform  forever
              read     PY-Co-Dir-File next record at end
                       exit perform
              end-read
              if       PY-Cdir-Status not = "00"
                       exit perform
              end-if
              if       WS-Sel-Mode = "G"
                 and   Cdir-Group not = WS-Sel-Group
                       exit perform cycle
              end-if
              move     Cdir-Co-Code   to WS-Cur-Co
              move     Cdir-Directory to WS-Cur-Dir
              perform  zz030-Read-Params
              if       WS-Found = "Y"
                       perform  zz035-Get-EIN
              else
                       move     spaces to WS-EIN
              end-if
              if       WS-Sel-Mode = "E"
                 and   (WS-Found not = "Y" or WS-EIN not = WS-Sel-EIN)
                       exit perform cycle
              end-if
              if       WS-Co-Count not < 50
                       move     "Y" to WS-Co-Full
                       exit perform
              end-if
              add      1 to WS-Co-Count
              move     WS-Co-Count    to K
              move     Cdir-Co-Code   to WS-Co-Code (K)
              move     Cdir-Group     to WS-Co-Group (K)
              move     Cdir-Directory to WS-Co-Dir (K)
              move     WS-EIN         to WS-Co-EIN (K)
              move     "I"            to WS-Co-Stat (K)
              if       WS-Found not = "Y"
                       move     "E" to WS-Co-Stat (K)
                       move     spaces to WS-Co-Name (K)
                       exit perform cycle
              end-if
              move     PY-PR1-Co-Name to WS-Co-Name (K)
              if       PY-PR9-Training = "Y"
                       move     "T" to WS-Co-Stat (K)
                       exit perform cycle
              end-if
              perform  varying J from 1 by 1 until J not < K
                       if       WS-Co-Stat (J) = "I"
                          and   WS-Co-Dir (J) = WS-Co-Dir (K)
                                move     "D" to WS-Co-Stat (K)
                                exit perform
                       end-if
              end-perform
              if       WS-Co-Stat (K) not = "I"
                       exit perform cycle
              end-if
              perform  zz036-Find-EIN
              add      1 to WS-Cnt-Included
     end-perform.
*>
 ca010-Exit.  exit section.
*>
 da000-Load-Company          section.
*>**********************************
*>
*> Company K - its files are opened in its own directory, then the
*> live names put back.
*>
     move     WS-Co-Dir (K) to WS-Cur-Dir.
     perform  zz040-Swap-To-Company.
     move     WS-Co-Ein-No (K) to Q.
     perform  da010-Employees.
     if       WS-Co-Stat (K) = "I"
              perform  da020-History
              perform  da030-Comp-History
              perform  da040-Checks
              perform  da050-Accounts
     end-if.
     perform  zz045-Swap-Back.
*>
 da000-Exit.  exit section.
*>
 da010-Employees             section.
*>**********************************
*>
*> Headcount by status and every SSN for the duplicate check.
*>
     open     input PY-Employee-File.
     if       PY-Emp-Status not = "00"
              move     "F" to WS-Co-Stat (K)
              subtract 1 from WS-Cnt-Included
              subtract 1 from WS-Ein-Members (Q)
              go to    da010-Exit.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              evaluate Emp-Status
                       when     "A"
                                add      1 to WS-Co-Head (K 1)
                       when     "L"
                                add      1 to WS-Co-Head (K 2)
                       when     "T"
                                add      1 to WS-Co-Head (K 3)
                       when     "X"
                                add      1 to WS-Co-Head (K 4)
                       when     other
                                exit perform cycle           *> deleted
              end-evaluate
              if       Emp-SSN = zero
                       exit perform cycle
              end-if
              if       WS-Emp-Count not < 5000
                       move     "Y" to WS-Emp-Full
                       exit perform cycle
              end-if
              add      1 to WS-Emp-Count
              move     Emp-SSN  to WS-Et-SSN    (WS-Emp-Count)
              move     K        to WS-Et-Co     (WS-Emp-Count)
              move     Emp-No   to WS-Et-Emp-No (WS-Emp-Count)
              move     Emp-Name to WS-Et-Name   (WS-Emp-Count)
              move     "N"      to WS-Et-Dup    (WS-Emp-Count)
     end-perform.
     close    PY-Employee-File.
*>
 da010-Exit.  exit section.
*>
 da020-History               section.
*>**********************************
*>
*> The EIN's 941 built up from the employees - the same fields
*> pyxfoot foots against company history.
*>
     open     input PY-History-File.
     if       PY-His-Emp-Status not = "00"
              go to    da020-Exit.
     perform  forever
              read     PY-History-File next record at end
                       exit perform
              end-read
              if       PY-His-Emp-Status not = "00"
                       exit perform
              end-if
              add      His-QTD-Income-Taxable to WS-Ein-Con (Q 1)
              add      His-QTD-FWT            to WS-Ein-Con (Q 2)
              add      His-QTD-Fica-Taxable   to WS-Ein-Con (Q 3)
              add      His-QTD-FICA           to WS-Ein-Con (Q 4)
              add      His-QTD-3PSP-FICA      to WS-Ein-Con (Q 5)
     end-perform.
     close    PY-History-File.
*>
 da020-Exit.  exit section.
*>
 da030-Comp-History          section.
*>**********************************
*>
*> The single company history record - liabilities and the company's
*> own 941 figures.
*>
     open     input PY-Comp-Hist-File.
     if       PY-Coh-Status not = "00"
              go to    da030-Exit.
     move     1 to RRN.
     read     PY-Comp-Hist-File.
     if       PY-Coh-Status = "00"
              move     Coh-QTD-Fwt-Liab     to WS-Co-LQ (K 1)
              move     Coh-QTD-Swt-Liab     to WS-Co-LQ (K 2)
              move     Coh-QTD-Lwt-Liab     to WS-Co-LQ (K 3)
              move     Coh-QTD-Fica-Liab    to WS-Co-LQ (K 4)
              move     Coh-QTD-Co-Fica-Liab to WS-Co-LQ (K 5)
              move     Coh-QTD-Sdi-Liab     to WS-Co-LQ (K 6)
              move     Coh-QTD-Co-Futa-Liab to WS-Co-LQ (K 7)
              move     Coh-QTD-Co-Sui-Liab  to WS-Co-LQ (K 8)
              move     Coh-YTD-Fwt-Liab     to WS-Co-LY (K 1)
              move     Coh-YTD-Swt-Liab     to WS-Co-LY (K 2)
              move     Coh-YTD-Lwt-Liab     to WS-Co-LY (K 3)
              move     Coh-YTD-Fica-Liab    to WS-Co-LY (K 4)
              move     Coh-YTD-Co-Fica-Liab to WS-Co-LY (K 5)
              move     Coh-YTD-Sdi-Liab     to WS-Co-LY (K 6)
              move     Coh-YTD-Co-Futa-Liab to WS-Co-LY (K 7)
              move     Coh-YTD-Co-Sui-Liab  to WS-Co-LY (K 8)
              move     Coh-QTD-Income-Taxable to WS-Co-941 (K 1)
              move     Coh-QTD-Fwt-Liab       to WS-Co-941 (K 2)
              move     Coh-QTD-Fica-Taxable   to WS-Co-941 (K 3)
              move     Coh-QTD-Fica-Liab      to WS-Co-941 (K 4)
              move     Coh-QTD-3PSP-FICA      to WS-Co-941 (K 5)
     end-if.
     close    PY-Comp-Hist-File.
*>
 da030-Exit.  exit section.
*>
 da040-Checks                section.
*>**********************************
*>
*> The quarter's non-void checks - register totals, and the gross
*> split over the employee's Emp-Dist-Grp accounts as pydist does.
*> What the percentages leave over is kept as not distributed.
*>
     move     zero to WS-Last-Emp.
     perform  varying A from 1 by 1 until A > 255
              move     zero to WS-Act-Amt (A)
     end-perform.
     open     input PY-Check-History-File.
     if       PY-Chkh-Status not = "00"
              go to    da040-Exit.
     open     input PY-Employee-File.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                       exit perform
              end-if
              if       Chkh-Stat-Void
                 or    Chkh-Check-Date < WS-Q-From
                 or    Chkh-Check-Date > WS-Q-To
                       exit perform cycle
              end-if
              add      1             to WS-Co-Checks (K)
              add      Chkh-Amt (1)  to WS-Co-Reg (K 1)
              add      Chkh-Amt (9)  to WS-Co-Reg (K 2)
              add      Chkh-Amt (10) to WS-Co-Reg (K 3)
              add      Chkh-Amt (11) to WS-Co-Reg (K 4)
              add      Chkh-Amt (12) to WS-Co-Reg (K 5)
              add      Chkh-Amt (13) to WS-Co-Reg (K 6)
              add      Chkh-Amt (14) Chkh-Amt (15) Chkh-Amt (16)
                                     to WS-Co-Reg (K 7)
              add      Chkh-Amt (8)  to WS-Co-Reg (K 8)
*>
              if       Chkh-Emp-No not = WS-Last-Emp
                       move     Chkh-Emp-No to WS-Last-Emp
                                               Emp-No
                       move     "Y" to WS-Emp-Ok
                       read     PY-Employee-File key Emp-No
                                invalid key
                                         move     "N" to WS-Emp-Ok
                       end-read
              end-if
              move     zero to WS-Shared
              if       WS-Emp-Ok = "Y"
                       perform  varying A from 1 by 1 until A > 5
                                if    Emp-Dist-Acct (A) not = zero
                                 and  Emp-Dist-Pcent (A) not = zero
                                      compute  WS-Share rounded =
                                               Chkh-Amt (1) * Emp-Dist-Pcent (A) / 100
                                      move     Emp-Dist-Acct (A) to I
                                      add      WS-Share to WS-Act-Amt (I)
                                      add      WS-Share to WS-Shared
                                end-if
                       end-perform
              end-if
              compute  WS-Co-Undist (K) = WS-Co-Undist (K) + Chkh-Amt (1) - WS-Shared
     end-perform.
     close    PY-Check-History-File PY-Employee-File.
*>
 da040-Exit.  exit section.
*>
 da050-Accounts              section.
*>**********************************
*>
*> Each account the company distributed to, through that company's
*> own PY accounts file to its GL number.
*>
     open     input PY-Accounts-File.
     move     PY-Act-Status to WS-Act-Open.
     perform  varying A from 1 by 1 until A > 255
              if       WS-Act-Amt (A) = zero
                       exit perform cycle
              end-if
              move     zero to WS-GL-No
              move     "*** Not On PY Accounts File ***" to WS-GL-Desc
              if       PY-Act-Status = "00" and A < 100
                       move     A to Act-No
                       read     PY-Accounts-File key Act-No
                                invalid key
                                         move     "23" to PY-Act-Status
                       end-read
                       if       PY-Act-Status = "00"
                                move     Act-GL-No to WS-GL-No
                                move     Act-Desc  to WS-GL-Desc
                       else
                                move     "00" to PY-Act-Status
                       end-if
              end-if
              perform  zz050-Add-LD
     end-perform.
     if       WS-Act-Open = "00"
              close    PY-Accounts-File.
*>
 da050-Exit.  exit section.
*>
 ea000-Find-Dups             section.
*>**********************************
*>
*> The same SSN under more than one company - every entry of it is
*> flagged. Counted once per person, and once per EIN where two of
*> the companies share that EIN.
*>
     perform  varying I from 1 by 1 until I > WS-Emp-Count
              perform  varying J from 1 by 1 until J not < I
                       if       WS-Et-SSN (J) = WS-Et-SSN (I)
                          and   WS-Et-Co (J) not = WS-Et-Co (I)
                                move     "Y" to WS-Et-Dup (I)
                                                WS-Et-Dup (J)
                       end-if
              end-perform
     end-perform.
*>
     perform  varying I from 1 by 1 until I > WS-Emp-Count
              if       WS-Et-Dup (I) not = "Y"
                       exit perform cycle
              end-if
              perform  zz060-First-Of-SSN
              if       S not = I
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Dup-Emps
              perform  varying Q from 1 by 1 until Q > WS-Ein-Count
                       move     zero to A
                       perform  varying J from I by 1 until J > WS-Emp-Count
                                move     WS-Et-Co (J) to K
                                if       WS-Et-SSN (J) = WS-Et-SSN (I)
                                   and   WS-Co-Ein-No (K) = Q
                                         add      1 to A
                                end-if
                       end-perform
                       if       A > 1
                                add      1 to WS-Ein-Dups (Q)
                       end-if
              end-perform
     end-perform.
*>
 ea000-Exit.  exit section.
*>
 fa010-Print-Members         section.
*>**********************************
*>
     move     "Companies Selected" to WS-Sec-Title.
     generate Sec-Title-Line.
     move     "Co.  Company              EIN                       Group   Data directory                  Result"
                                   to WS-Col-Head.
     generate Col-Head-Line.
     perform  varying K from 1 by 1 until K > WS-Co-Count
              move     WS-Co-Code (K)  to WS-Pr-Co
              move     WS-Co-Name (K)  to WS-Pr-Co-Name
              move     WS-Co-EIN (K)   to WS-Pr-EIN
              move     WS-Co-Group (K) to WS-Pr-Group
              if       WS-Co-Dir (K) = spaces
                       move     "(live directory)" to WS-Pr-Dir
              else
                       move     WS-Co-Dir (K)      to WS-Pr-Dir
              end-if
              evaluate WS-Co-Stat (K)
                       when     "I"
                                move     "consolidated"                     to WS-Pr-Stat
                       when     "T"
                                move     "left out - training company"      to WS-Pr-Stat
                       when     "D"
                                move     "left out - same data as above"    to WS-Pr-Stat
                       when     "E"
                                move     "left out - not on its pypr1"      to WS-Pr-Stat
                       when     other
                                move     "left out - employees unreadable"  to WS-Pr-Stat
              end-evaluate
              generate Mem-Line
     end-perform.
*>
 fa010-Exit.  exit section.
*>
 fa020-Print-Register        section.
*>**********************************
*>
     move     "Register Totals - Non-Void Checks In The Quarter" to WS-Sec-Title.
     generate Sec-Title-Line.
     move     "Company / EIN               Checks        Gross         FWT         SWT         LWT        FICA         SDI   Other Ded         Net"
                                   to WS-Col-Head.
     generate Col-Head-Line.
     move     zero to WS-Tot-Checks (2).
     perform  varying A from 1 by 1 until A > 8
              move     zero to WS-Tot-Reg (2 A)
     end-perform.
     perform  varying Q from 1 by 1 until Q > WS-Ein-Count
              if       WS-Ein-Members (Q) = zero
                       exit perform cycle
              end-if
              move     zero to WS-Tot-Checks (1)
              perform  varying A from 1 by 1 until A > 8
                       move     zero to WS-Tot-Reg (1 A)
              end-perform
              perform  varying K from 1 by 1 until K > WS-Co-Count
                       if       WS-Co-Stat (K) not = "I"
                          or    WS-Co-Ein-No (K) not = Q
                                exit perform cycle
                       end-if
                       perform  zz070-Co-Label
                       move     WS-Co-Checks (K) to WS-Pr-Count
                       add      WS-Co-Checks (K) to WS-Tot-Checks (1)
                       perform  varying A from 1 by 1 until A > 8
                                move     WS-Co-Reg (K A) to WS-Pr-Amt (A)
                                add      WS-Co-Reg (K A) to WS-Tot-Reg (1 A)
                       end-perform
                       generate Reg-Line
              end-perform
              perform  zz075-EIN-Label
              move     WS-Tot-Checks (1) to WS-Pr-Count
              add      WS-Tot-Checks (1) to WS-Tot-Checks (2)
              perform  varying A from 1 by 1 until A > 8
                       move     WS-Tot-Reg (1 A) to WS-Pr-Amt (A)
                       add      WS-Tot-Reg (1 A) to WS-Tot-Reg (2 A)
              end-perform
              generate Reg-Line
     end-perform.
     move     "CONSOLIDATED TOTAL" to WS-Pr-Label.
     move     WS-Tot-Checks (2) to WS-Pr-Count.
     perform  varying A from 1 by 1 until A > 8
              move     WS-Tot-Reg (2 A) to WS-Pr-Amt (A)
     end-perform.
     generate Reg-Line.
*>
 fa020-Exit.  exit section.
*>
 fa030-Print-Headcount       section.
*>**********************************
*>
     move     "Headcount By Employee Status" to WS-Sec-Title.
     generate Sec-Title-Line.
     move     "Company / EIN                    Active  On leave Terminated  Deceased     Total"
                                   to WS-Col-Head.
     generate Col-Head-Line.
     perform  varying A from 1 by 1 until A > 4
              move     zero to WS-Tot-Head (2 A)
     end-perform.
     perform  varying Q from 1 by 1 until Q > WS-Ein-Count
              if       WS-Ein-Members (Q) = zero
                       exit perform cycle
              end-if
              perform  varying A from 1 by 1 until A > 4
                       move     zero to WS-Tot-Head (1 A)
              end-perform
              perform  varying K from 1 by 1 until K > WS-Co-Count
                       if       WS-Co-Stat (K) not = "I"
                          or    WS-Co-Ein-No (K) not = Q
                                exit perform cycle
                       end-if
                       perform  zz070-Co-Label
                       move     zero to WS-Pr-Cnt (5)
                       perform  varying A from 1 by 1 until A > 4
                                move     WS-Co-Head (K A) to WS-Pr-Cnt (A)
                                add      WS-Co-Head (K A) to WS-Pr-Cnt (5)
                                                             WS-Tot-Head (1 A)
                       end-perform
                       generate HC-Line
              end-perform
              perform  zz075-EIN-Label
              move     zero to WS-Pr-Cnt (5)
              perform  varying A from 1 by 1 until A > 4
                       move     WS-Tot-Head (1 A) to WS-Pr-Cnt (A)
                       add      WS-Tot-Head (1 A) to WS-Pr-Cnt (5)
                                                     WS-Tot-Head (2 A)
              end-perform
              generate HC-Line
     end-perform.
     move     "CONSOLIDATED TOTAL" to WS-Pr-Label.
     move     zero to WS-Pr-Cnt (5).
     perform  varying A from 1 by 1 until A > 4
              move     WS-Tot-Head (2 A) to WS-Pr-Cnt (A)
              add      WS-Tot-Head (2 A) to WS-Pr-Cnt (5)
     end-perform.
     generate HC-Line.
*>
 fa030-Exit.  exit section.
*>
 fa040-Print-Liabilities     section.
*>**********************************
*>
*> As the company history stands now - QTD is the quarter each
*> company has open, whatever quarter was asked for above.
*>
     move     "Company History Tax Liabilities - QTD / YTD As On File" to WS-Sec-Title.
     generate Sec-Title-Line.
     move     "Company / EIN            FWT         SWT         LWT    FICA Emp     FICA Er         SDI        FUTA         SUI       Total"
                                   to WS-Col-Head.
     generate Col-Head-Line.
     perform  varying A from 1 by 1 until A > 8
              move     zero to WS-Tot-LQ (2 A) WS-Tot-LY (2 A)
     end-perform.
     perform  varying Q from 1 by 1 until Q > WS-Ein-Count
              if       WS-Ein-Members (Q) = zero
                       exit perform cycle
              end-if
              perform  varying A from 1 by 1 until A > 8
                       move     zero to WS-Tot-LQ (1 A) WS-Tot-LY (1 A)
              end-perform
              perform  varying K from 1 by 1 until K > WS-Co-Count
                       if       WS-Co-Stat (K) not = "I"
                          or    WS-Co-Ein-No (K) not = Q
                                exit perform cycle
                       end-if
                       perform  zz070-Co-Label
                       move     "QTD" to WS-Pr-Tag
                       move     zero  to WS-Pr-Amt (9)
                       perform  varying A from 1 by 1 until A > 8
                                move     WS-Co-LQ (K A) to WS-Pr-Amt (A)
                                add      WS-Co-LQ (K A) to WS-Pr-Amt (9)
                                                           WS-Tot-LQ (1 A)
                       end-perform
                       generate Liab-Line
                       move     spaces to WS-Pr-Label
                       move     "YTD" to WS-Pr-Tag
                       move     zero  to WS-Pr-Amt (9)
                       perform  varying A from 1 by 1 until A > 8
                                move     WS-Co-LY (K A) to WS-Pr-Amt (A)
                                add      WS-Co-LY (K A) to WS-Pr-Amt (9)
                                                           WS-Tot-LY (1 A)
                       end-perform
                       generate Liab-Line
              end-perform
              perform  zz075-EIN-Label
              move     "QTD" to WS-Pr-Tag
              move     zero  to WS-Pr-Amt (9)
              perform  varying A from 1 by 1 until A > 8
                       move     WS-Tot-LQ (1 A) to WS-Pr-Amt (A)
                       add      WS-Tot-LQ (1 A) to WS-Pr-Amt (9)
                                                   WS-Tot-LQ (2 A)
              end-perform
              generate Liab-Line
              move     spaces to WS-Pr-Label
              move     "YTD" to WS-Pr-Tag
              move     zero  to WS-Pr-Amt (9)
              perform  varying A from 1 by 1 until A > 8
                       move     WS-Tot-LY (1 A) to WS-Pr-Amt (A)
                       add      WS-Tot-LY (1 A) to WS-Pr-Amt (9)
                                                   WS-Tot-LY (2 A)
              end-perform
              generate Liab-Line
     end-perform.
     move     "CONSOLIDATED TOTAL" to WS-Pr-Label.
     move     "QTD" to WS-Pr-Tag.
     move     zero  to WS-Pr-Amt (9).
     perform  varying A from 1 by 1 until A > 8
              move     WS-Tot-LQ (2 A) to WS-Pr-Amt (A)
              add      WS-Tot-LQ (2 A) to WS-Pr-Amt (9)
     end-perform.
     generate Liab-Line.
     move     spaces to WS-Pr-Label.
     move     "YTD" to WS-Pr-Tag.
     move     zero  to WS-Pr-Amt (9).
     perform  varying A from 1 by 1 until A > 8
              move     WS-Tot-LY (2 A) to WS-Pr-Amt (A)
              add      WS-Tot-LY (2 A) to WS-Pr-Amt (9)
     end-perform.
     generate Liab-Line.
*>
 fa040-Exit.  exit section.
*>
 fa050-Print-Labor           section.
*>**********************************
*>
*> By company, then the same accounts over all companies in GL order.
*> Distributed plus not distributed comes back to the register gross.
*>
     move     "Labor Distribution Of The Quarter's Gross" to WS-Sec-Title.
     generate Sec-Title-Line.
     move     "Company                       GL No.  Account                                 Amount"
                                   to WS-Col-Head.
     generate Col-Head-Line.
     move     zero to WS-Tot-Undist WS-Tot-Dist.
     perform  varying Q from 1 by 1 until Q > WS-Ein-Count
              perform  varying K from 1 by 1 until K > WS-Co-Count
                       if       WS-Co-Stat (K) not = "I"
                          or    WS-Co-Ein-No (K) not = Q
                                exit perform cycle
                       end-if
                       perform  zz070-Co-Label
                       move     zero to WS-Pr-Amt (9)
                       perform  varying I from 1 by 1 until I > WS-LD-Count
                                if       WS-LD-Co (I) = K
                                         move     WS-LD-GL (I)   to WS-Pr-GL
                                         move     WS-LD-Desc (I) to WS-Pr-Desc
                                         move     WS-LD-Amt (I)  to WS-Pr-Amt (1)
                                         add      WS-LD-Amt (I)  to WS-Pr-Amt (9)
                                         generate LD-Line
                                         move     spaces to WS-Pr-Label
                                end-if
                       end-perform
                       if       WS-Co-Undist (K) not = zero
                                move     zero to WS-Pr-GL
                                move     "Not distributed" to WS-Pr-Desc
                                move     WS-Co-Undist (K) to WS-Pr-Amt (1)
                                add      WS-Co-Undist (K) to WS-Pr-Amt (9)
                                                             WS-Tot-Undist
                                generate LD-Line
                       end-if
                       move     spaces to WS-Pr-Label
                       move     zero   to WS-Pr-GL
                       move     "Company total" to WS-Pr-Desc
                       move     WS-Pr-Amt (9) to WS-Pr-Amt (1)
                       generate LD-Line
              end-perform
     end-perform.
*>
     move     spaces to WS-Pr-Text.
     generate Text-Line.
     move     "CONSOLIDATED BY ACCOUNT" to WS-Pr-Label.
     move     -1 to WS-Last-GL.
     perform  forever
              move     9999999 to WS-Next-GL
              move     zero    to I
              perform  varying J from 1 by 1 until J > WS-GL-Count
                       if       WS-GL-GL (J) > WS-Last-GL
                          and   WS-GL-GL (J) < WS-Next-GL
                                move     WS-GL-GL (J) to WS-Next-GL
                                move     J to I
                       end-if
              end-perform
              if       I = zero
                       exit perform
              end-if
              move     WS-Next-GL to WS-Last-GL
              move     WS-GL-GL (I)     to WS-Pr-GL
              move     WS-GL-Desc-T (I) to WS-Pr-Desc
              move     WS-GL-Amt (I)    to WS-Pr-Amt (1)
              add      WS-GL-Amt (I)    to WS-Tot-Dist
              generate LD-Line
              move     spaces to WS-Pr-Label
     end-perform.
     move     zero to WS-Pr-GL.
     if       WS-Tot-Undist not = zero
              move     "Not distributed" to WS-Pr-Desc
              move     WS-Tot-Undist     to WS-Pr-Amt (1)
              generate LD-Line.
     move     spaces to WS-Pr-Label.
     move     "Consolidated total" to WS-Pr-Desc.
     add      WS-Tot-Dist WS-Tot-Undist giving WS-Pr-Amt (1).
     generate LD-Line.
*>
 fa050-Exit.  exit section.
*>
 fa060-Print-941-Proof       section.
*>**********************************
*>
*> For each EIN: each member's own 941 (its company history, as
*> f941print prints it), their sum, and the EIN's 941 built from all
*> the members' employee history. Proved only when every line agrees.
*>
     move     "941 Proof - Sum Of Company 941s Against EIN Consolidated From Employee History"
                                   to WS-Sec-Title.
     generate Sec-Title-Line.
     perform  varying Q from 1 by 1 until Q > WS-Ein-Count
              if       WS-Ein-Members (Q) = zero
                       exit perform cycle
              end-if
              move     spaces to WS-Pr-Text
              string   "EIN "          delimited by size
                       WS-Ein-Id (Q)   delimited by "  "
                                       into WS-Pr-Text
              generate Text-Line
              move     "                                   L2 Wages     L3 Fed W/H   L5a/c Wages  L5d SS+Med    L6 Taxes     L8 3PSP Adj"
                                       to WS-Col-Head
              generate Col-Head-Line
              perform  varying A from 1 by 1 until A > 6
                       move     zero to WS-P941-Sum (A) WS-P941-Con (A)
              end-perform
              perform  varying K from 1 by 1 until K > WS-Co-Count
                       if       WS-Co-Stat (K) not = "I"
                          or    WS-Co-Ein-No (K) not = Q
                                exit perform cycle
                       end-if
                       perform  zz070-Co-Label
                       move     WS-Co-941 (K 1) to WS-Pr-Amt (1)
                       move     WS-Co-941 (K 2) to WS-Pr-Amt (2)
                       move     WS-Co-941 (K 3) to WS-Pr-Amt (3)
                       move     WS-Co-941 (K 4) to WS-Pr-Amt (4)
                       add      WS-Co-941 (K 2) WS-Co-941 (K 4) giving WS-Pr-Amt (5)
                       compute  WS-Pr-Amt (6) = zero - WS-Co-941 (K 5)
                       perform  varying A from 1 by 1 until A > 6
                                add      WS-Pr-Amt (A) to WS-P941-Sum (A)
                       end-perform
                       generate P941-Line
              end-perform
              move     "Sum of the company 941s" to WS-Pr-Label
              perform  varying A from 1 by 1 until A > 6
                       move     WS-P941-Sum (A) to WS-Pr-Amt (A)
              end-perform
              generate P941-Line
              move     WS-Ein-Con (Q 1) to WS-P941-Con (1)
              move     WS-Ein-Con (Q 2) to WS-P941-Con (2)
              move     WS-Ein-Con (Q 3) to WS-P941-Con (3)
              move     WS-Ein-Con (Q 4) to WS-P941-Con (4)
              add      WS-Ein-Con (Q 2) WS-Ein-Con (Q 4) giving WS-P941-Con (5)
              compute  WS-P941-Con (6) = zero - WS-Ein-Con (Q 5)
              move     "EIN consolidated (emp history)" to WS-Pr-Label
              perform  varying A from 1 by 1 until A > 6
                       move     WS-P941-Con (A) to WS-Pr-Amt (A)
              end-perform
              generate P941-Line
              move     "Difference"  to WS-Pr-Label
              move     "Y" to WS-P941-Ok
              perform  varying A from 1 by 1 until A > 6
                       subtract WS-P941-Sum (A) from WS-P941-Con (A) giving WS-Pr-Amt (A)
                       if       WS-Pr-Amt (A) not = zero
                                move     "N" to WS-P941-Ok
                       end-if
              end-perform
              generate P941-Line
              if       WS-P941-Ok = "Y"
                       move     "    PROVED" to WS-Pr-Text
              else
                       move     "    *** DOES NOT PROVE ***" to WS-Pr-Text
                       add      1 to WS-Cnt-Not-Proved
              end-if
              generate Text-Line
              if       WS-Ein-Dups (Q) not = zero
                       move     spaces to WS-Pr-Text
                       move     WS-Ein-Dups (Q) to WS-Pr-Count
                       string   "    "              delimited by size
                                WS-Pr-Count         delimited by size
                                " employee(s) paid by more than one company on this EIN - one social security wage base"
                                                    delimited by size
                                                    into WS-Pr-Text
                       inspect  WS-Pr-Text (5:6) replacing leading "0" by space
                       generate Text-Line
              end-if
     end-perform.
*>
 fa060-Exit.  exit section.
*>
 fa070-Print-Duplicates      section.
*>**********************************
*>
     move     "Employees In More Than One Company" to WS-Sec-Title.
     generate Sec-Title-Line.
     if       WS-Cnt-Dup-Emps = zero
              move     "None found" to WS-Pr-Text
              generate Text-Line
              go to    fa070-Exit.
     move     "SSN          Co.  Company               Emp No.  Name                              Same EIN"
                                   to WS-Col-Head.
     generate Col-Head-Line.
     perform  varying I from 1 by 1 until I > WS-Emp-Count
              if       WS-Et-Dup (I) not = "Y"
                       exit perform cycle
              end-if
              perform  zz060-First-Of-SSN
              if       S not = I
                       exit perform cycle
              end-if
              move     WS-Et-SSN (I) to WS-SSN-Disp
              move     spaces        to WS-Pr-SSN
              string   "XXX-XX-"         delimited by size
                       WS-SSN-Disp (6:4) delimited by size
                                         into WS-Pr-SSN
              perform  varying J from I by 1 until J > WS-Emp-Count
                       if       WS-Et-SSN (J) not = WS-Et-SSN (I)
                                exit perform cycle
                       end-if
                       move     WS-Et-Co (J) to K
                       move     WS-Co-Code (K)      to WS-Pr-Co
                       move     WS-Co-Name (K)      to WS-Pr-Co-Name
                       move     WS-Et-Emp-No (J)    to WS-Pr-Emp-No
                       move     WS-Et-Name (J)      to WS-Pr-Emp-Name
                       move     "No"                to WS-Pr-Same-EIN
                       perform  varying S from I by 1 until S > WS-Emp-Count
                                move     WS-Et-Co (S) to Q
                                if       WS-Et-SSN (S) = WS-Et-SSN (J)
                                   and   Q not = K
                                   and   WS-Co-Ein-No (Q) = WS-Co-Ein-No (K)
                                         move     "Yes" to WS-Pr-Same-EIN
                                end-if
                       end-perform
                       generate Dup-Line
                       move     spaces to WS-Pr-SSN
              end-perform
     end-perform.
*>
 fa070-Exit.  exit section.
*>
 zz020-Co-Path               section.
*>**********************************
*>
*> WS-Live-Name's file name in the directory WS-Cur-Dir - none is the
*> live directory and the live name is used as it stands.
*>
     if       WS-Cur-Dir = spaces
              move     WS-Live-Name to WS-Co-Path
              go to    zz020-Exit.
     perform  varying WS-Pos from 532 by -1 until WS-Pos < 1
              if       WS-Live-Name (WS-Pos:1) = "/" or = "\"
                       exit perform
              end-if
     end-perform.
     add      1 to WS-Pos.
     move     spaces to WS-Co-Path.
     string   FUNCTION TRIM (WS-Cur-Dir TRAILING) delimited by size
              WS-Delim                delimited by size
              WS-Live-Name (WS-Pos:)  delimited by space
                                      into WS-Co-Path.
*>
 zz020-Exit.  exit section.
*>
 zz030-Read-Params           section.
*>**********************************
*>
*> Company WS-Cur-Co from the parameter file in WS-Cur-Dir - the
*> record is left in the FD area.
*>
     move     "N" to WS-Found.
     move     WS-Live-47 to WS-Live-Name.
     perform  zz020-Co-Path.
     move     WS-Co-Path to File-47.
     open     input PY-Param1-File.
     if       PY-PR1-Status = "00"
              move     WS-Cur-Co to PY-PR1-Co-Code
              read     PY-Param1-File key PY-PR1-Co-Code
                       invalid key
                                move     "23" to PY-PR1-Status
              end-read
              if       PY-PR1-Status = "00"
                       move     "Y" to WS-Found
              end-if
              close    PY-Param1-File
     end-if.
     move     WS-Live-47 to File-47.
*>
 zz030-Exit.  exit section.
*>
 zz035-Get-EIN               section.
*>**********************************
*>
*> The IRS employer id - the Tax-ID, else the older federal id.
*>
     if       PY-PR1-Tax-ID not = spaces
              move     PY-PR1-Tax-ID to WS-EIN
     else
              move     PY-PR1-Fed-ID to WS-EIN
     end-if.
*>
 zz035-Exit.  exit section.
*>
 zz036-Find-EIN              section.
*>**********************************
*>
*> Company K's EIN in the EIN table, added if new.  A blank EIN is
*> kept as its own entry so such companies are still reported.
*>
     move     zero to Q.
     perform  varying J from 1 by 1 until J > WS-Ein-Count
              if       WS-Ein-Id (J) = WS-Co-EIN (K)
                       move     J to Q
                       exit perform
              end-if
     end-perform.
     if       Q = zero
              add      1 to WS-Ein-Count
              move     WS-Ein-Count to Q
              move     WS-Co-EIN (K) to WS-Ein-Id (Q)
     end-if.
     move     Q to WS-Co-Ein-No (K).
     add      1 to WS-Ein-Members (Q).
*>
 zz036-Exit.  exit section.
*>
 zz040-Swap-To-Company       section.
*>**********************************
*>
     move     WS-Live-39 to WS-Live-Name.
     perform  zz020-Co-Path.
     move     WS-Co-Path to File-39.
     move     WS-Live-41 to WS-Live-Name.
     perform  zz020-Co-Path.
     move     WS-Co-Path to File-41.
     move     WS-Live-43 to WS-Live-Name.
     perform  zz020-Co-Path.
     move     WS-Co-Path to File-43.
     move     WS-Live-44 to WS-Live-Name.
     perform  zz020-Co-Path.
     move     WS-Co-Path to File-44.
     move     WS-Live-68 to WS-Live-Name.
     perform  zz020-Co-Path.
     move     WS-Co-Path to File-68.
*>
 zz040-Exit.  exit section.
*>
 zz045-Swap-Back             section.
*>**********************************
*>
     move     WS-Live-39 to File-39.
     move     WS-Live-41 to File-41.
     move     WS-Live-43 to File-43.
     move     WS-Live-44 to File-44.
     move     WS-Live-68 to File-68.
*>
 zz045-Exit.  exit section.
*>
 zz050-Add-LD                section.
*>**********************************
*>
*> WS-Act-Amt (A) of company K into its company / GL entry and into
*> the GL entry over all companies.
*>
     move     zero to I.
     perform  varying J from 1 by 1 until J > WS-LD-Count
              if       WS-LD-Co (J) = K
                 and   WS-LD-GL (J) = WS-GL-No
                       move     J to I
                       exit perform
              end-if
     end-perform.
     if       I = zero
              if       WS-LD-Count not < 500
                       move     "Y" to WS-LD-Full
                       add      WS-Act-Amt (A) to WS-Co-Undist (K)
                       go to    zz050-Exit
              end-if
              add      1 to WS-LD-Count
              move     WS-LD-Count to I
              move     K           to WS-LD-Co (I)
              move     WS-GL-No    to WS-LD-GL (I)
              move     WS-GL-Desc  to WS-LD-Desc (I)
              move     zero        to WS-LD-Amt (I)
     end-if.
*>
     move     zero to J.
     perform  varying S from 1 by 1 until S > WS-GL-Count
              if       WS-GL-GL (S) = WS-GL-No
                       move     S to J
                       exit perform
              end-if
     end-perform.
     if       J = zero
              if       WS-GL-Count not < 200
                       move     "Y" to WS-LD-Full
                       add      WS-Act-Amt (A) to WS-Co-Undist (K)
                       go to    zz050-Exit
              end-if
              add      1 to WS-GL-Count
              move     WS-GL-Count to J
              move     WS-GL-No    to WS-GL-GL (J)
              move     WS-GL-Desc  to WS-GL-Desc-T (J)
              move     zero        to WS-GL-Amt (J)
     end-if.
     add      WS-Act-Amt (A) to WS-LD-Amt (I)
                                WS-GL-Amt (J).
*>
 zz050-Exit.  exit section.
*>
 zz060-First-Of-SSN          section.
*>**********************************
*>
*> S = the first table entry with entry I's SSN.
*>
     perform  varying S from 1 by 1 until S not < I
              if       WS-Et-SSN (S) = WS-Et-SSN (I)
                       exit perform
              end-if
     end-perform.
*>
 zz060-Exit.  exit section.
*>
 zz070-Co-Label              section.
*>**********************************
*>
     move     spaces to WS-Pr-Label.
     move     WS-Co-Code (K) to WS-Pr-Co.
     string   WS-Pr-Co        delimited by size
              " "             delimited by size
              WS-Co-Name (K)  delimited by size
                              into WS-Pr-Label.
*>
 zz070-Exit.  exit section.
*>
 zz075-EIN-Label             section.
*>**********************************
*>
     move     spaces to WS-Pr-Label.
     string   "  EIN "        delimited by size
              WS-Ein-Id (Q)   delimited by size
                              into WS-Pr-Label.
*>
 zz075-Exit.  exit section.
*>
