       >>source free
*>****************************************************************
*>      COBRA Qualifying Events - Detection, Election Notices    *
*>      And Continuation Coverage Tracking                       *
*>            Uses RW (Report writer for prints)                 *
*>                                                               *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pycobra.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          The COBRA election notice has to go out within
*>                      44 days of a qualifying event and HR hears of
*>                      some of them late. This finds them and keeps
*>                      each on PY-COBRA-File (pycob) until the
*>                      continuation coverage is over. Functions off
*>                      one menu:
*>
*>                      D - detect events for a look-back period (60
*>                          days to the as-at date unless changed):
*>                            status changes py010 left on the audit
*>                            trail - to T terminated, X deceased or
*>                            A to L on leave (a reduction in hours);
*>                            Emp-Term-Date / Emp-Death-Date on the
*>                            employee master;
*>                            a month on the ACA hours file under 130
*>                            hours after one at or over it, for an
*>                            Active employee (reduction in hours);
*>                            a covered child or other dependent, not
*>                            disabled, whose cover ends at 26 (the
*>                            dependent file), up to 30 days ahead.
*>                          Each event lists the medical, dental and
*>                          vision enrollments being lost (HSA plans
*>                          are not COBRA coverage) and prices each at
*>                          102% of the plan's employee plus employer
*>                          premium a month. An event already held
*>                          within 60 days of the same date is not
*>                          added twice, and one with no coverage to
*>                          lose is counted, not held. The run then
*>                          expires elections not made by the
*>                          deadline and ends continuation coverage at
*>                          the maximum period or for non-payment;
*>                      N - prints the election notice letters, every
*>                          one not yet sent or one employee's again,
*>                          and starts the 60 day election period;
*>                      M - maintains an employee's events - the
*>                          election or waiver, premiums received
*>                          (which move the paid-through date on) and
*>                          an early end; an event can be keyed here
*>                          too;
*>                      L - the status list - notices due and late,
*>                          election deadlines, premiums paid through
*>                          and in arrears, coverage end dates.
*>
*>                      Maximum periods : termination and reduction
*>                      in hours 18 months, death and a dependent
*>                      aging out 36 months, from the month after
*>                      coverage was lost (the end of the month of
*>                      the event, an age-out's own cover end). The
*>                      first premium is due 45 days after the
*>                      election, each month after with a 30 day
*>                      grace period.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      DATE-OF-INTEGER.
*>                      INTEGER-OF-DATE.
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.    Params.
*>                      pyemp.    Employee Master.
*>                      pyaud.    Employee Change Audit Trail.
*>                      pyaca.    ACA Monthly Hours.
*>                      pyben.    Benefits Enrollment.
*>                      pybpl.    Benefits Plan Master.
*>                      pydpn.    Dependents & Beneficiaries.
*>                      pycob.    COBRA Qualifying Events - I-O.
*>                      prt-1.    Election Notices & Status List.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 3, PY387 - 396.
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
 copy "selpyaud.cob".
 copy "selpyaca.cob".
 copy "selpyben.cob".
 copy "selpybpl.cob".
 copy "selpydpn.cob".
 copy "selpycob.cob".
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
 copy "fdpyaud.cob".
 copy "fdpyaca.cob".
 copy "fdpyben.cob".
 copy "fdpybpl.cob".
 copy "fdpydpn.cob".
 copy "fdpycob.cob".
*>
 fd  Print-File
     reports are Cobra-Notice
                 Cobra-Status-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pycobra  (1.0.00)".  *> First release pre testing.
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
     03  PY-Aud-Status       pic xx.
     03  PY-Aca-Status       pic xx.
     03  PY-Ben-Status       pic xx.
     03  PY-Bpl-Status       pic xx.
     03  PY-Dpn-Status       pic xx.
     03  PY-Cob-Status       pic xx.
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
     03  WS-As-At            pic 9(8)     value zero.
     03  WS-From-Date        pic 9(8)     value zero.
     03  WS-Ahead-Date       pic 9(8)     value zero.
     03  WS-Aca-Open         pic x        value "N".
     03  WS-Ben-Open         pic x        value "N".
     03  WS-Bpl-Open         pic x        value "N".
     03  WS-Dpn-Open         pic x        value "N".
     03  WS-Held             pic x        value "N".
     03  WS-Include-Closed   pic x        value "N".
     03  WS-Days             binary-long  value zero.
     03  WS-Letter-No        pic 9(5)     value zero.   *> report control - one a page
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-Amt         pic zz,zz9.99.
     03  WS-Disp-Paid        pic z,zzz,zz9.99.
     03  Px                  pic 9        value zero.
     03  Py                  pic 9        value zero.
     03  Hx                  pic 99       value zero.
*>
*> The event being detected or keyed.
*>
     03  WS-Ev-Emp-No        pic 9(7)     value zero.
     03  WS-Ev-Date          pic 9(8)     value zero.
     03  WS-Ev-Seq           pic 99       value zero.
     03  WS-Ev-Type          pic x        value space.
     03  WS-Ev-Source        pic x        value space.
     03  WS-Ev-Name          pic x(32)    value spaces.
     03  WS-Ev-Loss          pic 9(8)     value zero.
*>
*> The plans being lost and their 102% monthly premium.
*>
     03  WS-Pl-Count         pic 9        value zero.
     03  WS-Pl-Grp                        occurs 5.
         05  WS-Pl-Code      pic x(6).
         05  WS-Pl-Tier      pic 9.
         05  WS-Pl-Prem      pic 9(5)v99  comp-3.
     03  WS-Periods          pic 99       value zero.
     03  WS-Prem-Year        pic 9(4)     value zero.
*>
*> ACA hours - one employee's year at a time, months counted from
*> year zero so a look-back can cross a year end.
*>
     03  WS-Aca-Threshold    pic 999      value 130.   *> full-time hours a month
     03  WS-Hrs-Year         pic 9(4)     value zero.
     03  WS-Hrs-Month                     occurs 12.
         05  WS-Hrs-Hours    pic 9(4)v99  comp-3.
     03  WS-Mi-Total         binary-long  value zero.
     03  WS-Mi-Last          binary-long  value zero.
     03  WS-Hm-Total         binary-long  value zero.
     03  WS-Hm-Year          pic 9(4)     value zero.
     03  WS-Hm-Month         pic 99       value zero.
     03  WS-Hm-Hours         pic 9(4)v99  comp-3 value zero.
     03  WS-Hm-Prior         pic 9(4)v99  comp-3 value zero.
*>
*> Month arithmetic (zz090 / zz095).
*>
     03  WS-Me-Date          pic 9(8)     value zero.
     03  filler  redefines WS-Me-Date.
         05  WS-Me-Year      pic 9(4).
         05  WS-Me-Month     pic 99.
         05  WS-Me-Day       pic 99.
     03  WS-Me-End           pic 9(8)     value zero.
     03  WS-Am-Months        binary-long  value zero.
     03  WS-Am-Total         binary-long  value zero.
     03  WS-Turn-Date        pic 9(8)     value zero.
     03  filler  redefines WS-Turn-Date.
         05  WS-Turn-Year    pic 9(4).
         05  WS-Turn-Month   pic 99.
         05  WS-Turn-Day     pic 99.
     03  WS-Paid-Months      pic 999      value zero.
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
*> The notice letter.
*>
     03  WS-Event-Desc       pic x(40)    value spaces.
     03  WS-Event-Show       pic x(10)    value spaces.
     03  WS-Loss-Show        pic x(10)    value spaces.
     03  WS-Cov-End-Show     pic x(10)    value spaces.
     03  WS-Deadline-Show    pic x(10)    value spaces.
     03  WS-Let-Plan         pic x(6)     value spaces.
     03  WS-Let-Tier         pic x(17)    value spaces.
     03  WS-Let-Prem         pic 9(5)v99  value zero.
*>
*> Counters.
*>
     03  WS-Cnt-Found        pic 9(5)     value zero.
     03  WS-Cnt-Held         pic 9(5)     value zero.
     03  WS-Cnt-No-Cov       pic 9(5)     value zero.
     03  WS-Cnt-Expired      pic 9(5)     value zero.
     03  WS-Cnt-Ended        pic 9(5)     value zero.
     03  WS-Cnt-Listed       pic 9(5)     value zero.
     03  WS-Cnt-Late         pic 9(5)     value zero.
     03  WS-Cnt-Arrears      pic 9(5)     value zero.
*>
*> Status list line.
*>
     03  WS-St-Flag          pic x(12)    value spaces.
     03  WS-St-Name          pic x(24)    value spaces.
*>
*> Maintenance - the employee's events on screen.
*>
     03  WS-Emp-No           pic 9(7)     value zero.
     03  WS-Line             pic 9        value zero.
     03  WS-Row              pic 99       value zero.
     03  WS-New              pic x        value "N".
     03  WS-Ev-Lines         pic 9        value zero.
     03  WS-Ev-Key-Tab                    occurs 8.
         05  WS-Ev-Key       pic x(17).
     03  WS-List-Line.
         05  WS-Ll-Line      pic 9.
         05  filler          pic x.
         05  WS-Ll-Date      pic 9(8).
         05  filler          pic x.
         05  WS-Ll-Type      pic x.
         05  filler          pic x.
         05  WS-Ll-Seq       pic z9.
         05  filler          pic x.
         05  WS-Ll-Name      pic x(20).
         05  filler          pic x.
         05  WS-Ll-Loss      pic 9(8).
         05  filler          pic x.
         05  WS-Ll-Notice    pic z(8).
         05  filler          pic x.
         05  WS-Ll-Deadline  pic z(8).
         05  filler          pic x.
         05  WS-Ll-Elect     pic x.
         05  filler          pic x.
         05  WS-Ll-Paid-Thru pic z(8).
     03  WS-Pay-Amt          pic 9(5)v99  value zero.
     03  WS-Pay-Date         pic 9(8)     value zero.
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
     03  PY387           pic x(26) value "PY387 Employee not on file".
     03  PY388           pic x(52) value "PY388 Check entries - dates ccyymmdd, codes as shown".
     03  PY389           pic x(34) value "PY389 No election notices to print".
     03  PY390           pic x(37) value "PY390 No COBRA events on file to list".
     03  PY391           pic x(50) value "PY391 That event is already held for this employee".
     03  PY392           pic x(62) value "PY392 No medical, dental or vision coverage to lose - not held".
     03  PY393           pic x(42) value "PY393 Dependent not on file or not covered".
     03  PY394           pic x(55) value "PY394 Notice already sent - the event cannot be deleted".
     03  PY395           pic x(24) value "PY395 No such event line".
     03  PY396           pic x(61) value "PY396 Only the first 8 events are shown - use the status list".
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
*> The election notice - one a page, 80 columns.
*>
 RD  Cobra-Notice
     control      WS-Letter-No
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 18
     Last  Detail WS-Page-Lines.
*>
 01  Cobra-Notice-Head  Type Is Control Heading WS-Letter-No Next Group Page.
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
         05  col   1     pic x(32)         source Cob-QB-Name.
     03  line 10.
         05  col   1     pic x(32)         source Emp-Address-1.
     03  line 11.
         05  col   1     pic x(32)         source Emp-Address-2.
     03  line 12.
         05  col   1     pic x(32)         source Emp-Address-3.
     03  line 13.
         05  col   1     pic x(32)         source Emp-Address-4.
         05  col  34     pic x(10)         source Emp-Zip.
     03  line 15.
         05  col   1                       value "Re:".
         05  col   5     pic x(50)         value "Your right to elect COBRA continuation coverage".
     03  line 16.
         05  col   5                       value "Employee number".
         05  col  21     pic 9(7)          source Cob-Emp-No.
*>
 01  Cobra-Notice-Body type is detail.
     03  line 18.
         05  col   1     pic x(72)         value "You are receiving this notice because your group health coverage with us".
     03  line 19.
         05  col   1     pic x(72)         value "ends because of a qualifying event. Federal law (COBRA) gives you, and".
     03  line 20.
         05  col   1     pic x(72)         value "each family member covered with you, the right to continue it.".
     03  line 22.
         05  col   1     pic x(26)         value "Qualifying event".
         05  col  27                       value ":".
         05  col  29     pic x(40)         source WS-Event-Desc.
     03  line 23.
         05  col   1     pic x(26)         value "Date of the event".
         05  col  27                       value ":".
         05  col  29     pic x(10)         source WS-Event-Show.
     03  line 24.
         05  col   1     pic x(26)         value "Plan coverage ends".
         05  col  27                       value ":".
         05  col  29     pic x(10)         source WS-Loss-Show.
     03  line 25.
         05  col   1     pic x(26)         value "Continuation may run for".
         05  col  27                       value ":".
         05  col  29     pic z9            source Cob-Max-Months.
         05  col  32                       value "months, to".
         05  col  43     pic x(10)         source WS-Cov-End-Show.
     03  line 27.
         05  col   1                       value "Plan    Coverage          Monthly premium".
*>
 01  Cobra-Notice-Plan type is detail.
     03  line + 1.
         05  col   1     pic x(6)          source WS-Let-Plan.
         05  col   9     pic x(17)         source WS-Let-Tier.
         05  col  29     pic zz,zz9.99     source WS-Let-Prem.
*>
 01  Cobra-Notice-Close type is detail.
     03  line + 1.
         05  col   9     pic x(17)         value "Total per month".
         05  col  29     pic zz,zz9.99     source Cob-Month-Prem.
     03  line + 2.
         05  col   1     pic x(72)         value "The premium is 102% of the full cost of the coverage. To elect, return".
     03  line + 1.
         05  col   1     pic x(48)         value "the enclosed election form so that it reaches us".
         05  col  50                       value "by".
         05  col  53     pic x(10)         source WS-Deadline-Show.
         05  col  63                       value ".".
     03  line + 1.
         05  col   1     pic x(73)         value "If you do not elect by that date you lose the right to continue coverage.".
     03  line + 2.
         05  col   1     pic x(72)         value "The first premium is due within 45 days of your election and pays for".
     03  line + 1.
         05  col   1     pic x(73)         value "every month back to the day after coverage ended. Each later month is due".
     03  line + 1.
         05  col   1     pic x(72)         value "on the first of the month, with a 30 day grace period. Coverage ends".
     03  line + 1.
         05  col   1     pic x(72)         value "early if a premium is not paid within the grace period.".
     03  line + 3.
         05  col   1                       value "Benefits Administration".
     03  line + 1.
         05  col   1                       value "Prepared by".
         05  col  13     pic x(8)          source WS-CD-Args (1:8).
*>
*> The status list - 132 columns.
*>
 RD  Cobra-Status-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Cobra-Status-Head  Type Page Heading.
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
         05  col  40     pic x(31)   value "COBRA Continuation Status As At".
         05  col  73     pic 9(8)    source WS-As-At.
     03  line  4.
         05  col   1                 value "Emp No  Qualified Beneficiary    T Event    Cov Lost Notc Due Notc Sent Deadline E".
         05  col  85                 value "Per Month Paid To  Cov End  R Status".
*>
 01  Cobra-Status-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)          source Cob-Emp-No.
         05  col   9     pic x(24)         source WS-St-Name.
         05  col  34     pic x             source Cob-Event-Type.
         05  col  36     pic 9(8)          source Cob-Event-Date.
         05  col  45     pic 9(8)          source Cob-Loss-Date.
         05  col  54     pic 9(8)          source Cob-Notice-Due.
         05  col  63     pic z(8)          source Cob-Notice-Date.
         05  col  73     pic z(8)          source Cob-Elect-Deadline.
         05  col  82     pic x             source Cob-Election.
         05  col  85     pic zz,zz9.99     source Cob-Month-Prem.
         05  col  95     pic z(8)          source Cob-Paid-Thru.
         05  col 104     pic 9(8)          source Cob-Cov-End.
         05  col 113     pic x             source Cob-End-Reason.
         05  col 115     pic x(12)         source WS-St-Flag.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(30)         value "Events listed                :".
         05  col  32     pic zzzz9         source WS-Cnt-Listed.
     03  line + 1.
         05  col   1     pic x(30)         value "Notices late                 :".
         05  col  32     pic zzzz9         source WS-Cnt-Late.
     03  line + 1.
         05  col   1     pic x(30)         value "Premiums in arrears          :".
         05  col  32     pic zzzz9         source WS-Cnt-Arrears.
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
     display  "COBRA Continuation Coverage" at 0125 with foreground-color 2.
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
     open     input PY-ACA-Hours-File.
     if       PY-Aca-Status = "00"
              move     "Y" to WS-Aca-Open.
     open     input PY-Benefit-Enroll-File.
     if       PY-Ben-Status = "00"
              move     "Y" to WS-Ben-Open.
     open     input PY-Benefit-Plan-File.
     if       PY-Bpl-Status = "00"
              move     "Y" to WS-Bpl-Open.
     open     input PY-Dependent-File.
     if       PY-Dpn-Status = "00"
              move     "Y" to WS-Dpn-Open.
     open     i-o PY-COBRA-File.
     if       PY-Cob-Status = "35"        *> first ever use
              open     output PY-COBRA-File
              close    PY-COBRA-File
              open     i-o PY-COBRA-File
     end-if.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     close    PY-COBRA-File
              PY-Employee-File.
     if       WS-Aca-Open = "Y"
              close    PY-ACA-Hours-File.
     if       WS-Ben-Open = "Y"
              close    PY-Benefit-Enroll-File.
     if       WS-Bpl-Open = "Y"
              close    PY-Benefit-Plan-File.
     if       WS-Dpn-Open = "Y"
              close    PY-Dependent-File.
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
 zz090-Month-End             section.
*>**********************************
*>
*> WS-Me-End = the last day of the month of WS-Me-Date.
*>
     move     1 to WS-Me-Day.
     if       WS-Me-Month = 12
              add      1 to WS-Me-Year
              move     1 to WS-Me-Month
     else
              add      1 to WS-Me-Month
     end-if.
     compute  WS-Me-End = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-Me-Date) - 1).
*>
 zz090-Exit.  exit section.
*>
 zz095-Add-Months            section.
*>**********************************
*>
*> WS-Me-End = the last day of the month WS-Am-Months after the month
*> of WS-Me-Date.
*>
     compute  WS-Am-Total = WS-Me-Year * 12 + WS-Me-Month - 1 + WS-Am-Months.
     divide   WS-Am-Total by 12 giving WS-Me-Year remainder WS-Me-Month.
     add      1 to WS-Me-Month.
     perform  zz090-Month-End.
*>
 zz095-Exit.  exit section.
*>
 ab010-Menu                  section.
*>**********************************
*>
     display  "COBRA Continuation Coverage"              at line 1 col 1 with erase eos.
     display  "D = Detect qualifying events, N = Election notices, M = Maintain events,"
                                                         at line 3 col 1.
     display  "L = Status list, Q = Quit [ ]"            at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 28 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "D"  perform ba000-Detect
              when "N"  perform ca000-Notices
              when "M"  perform da000-Maintain
              when "L"  perform ea000-Status-List
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
 ba000-Detect                section.
*>**********************************
*>
*> Looks back over the period for qualifying events from each
*> source in turn, then brings the elections and continuation
*> coverage already held up to the as-at date.
*>
     display  "COBRA - Detect Qualifying Events"   at line 1 col 1 with erase eos.
     display  "As at date             [        ]"  at line 3 col 1.
     display  "Look back from         [        ]"  at line 4 col 1.
     move     WS-Today to WS-As-At.
     accept   WS-As-At at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-As-At) not = zero
              display  PY388    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba000-Exit.
     compute  WS-From-Date = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-As-At) - 60).
     accept   WS-From-Date at line 4 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-From-Date) not = zero
        or    WS-From-Date > WS-As-At
              display  PY388    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba000-Exit.
     compute  WS-Ahead-Date = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-As-At) + 30).
     move     zero to WS-Cnt-Found WS-Cnt-Held WS-Cnt-No-Cov
                      WS-Cnt-Expired WS-Cnt-Ended.
     display  "Detecting ..." at line 6 col 1 with foreground-color 2.
*>
*> Status changes made in py010 - the audit trail.
*>
     open     input PY-Audit-File.
     if       PY-Aud-Status = "00"
              perform  forever
                       read     PY-Audit-File at end
                                exit perform
                       end-read
                       if       PY-Aud-Status not = "00"
                                exit perform
                       end-if
                       if       Aud-Field (1:10) = "EMP-STATUS"
                          and   Aud-Date not < WS-From-Date
                          and   Aud-Date not > WS-As-At
                                perform  bb000-Audit-Entry
                       end-if
              end-perform
              close    PY-Audit-File
     end-if.
*>
*> The employee master - termination and death dates, and the ACA
*> hours for those still employed.
*>
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to ba010-Dependents
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              evaluate true
                       when Emp-Status = "T"
                        and Emp-Term-Date not < WS-From-Date
                        and Emp-Term-Date not > WS-As-At
                                move     "T"           to WS-Ev-Type
                                move     "E"           to WS-Ev-Source
                                move     Emp-Term-Date to WS-Ev-Date
                                perform  bg000-Employee-Event
                       when Emp-Status = "X"
                        and Emp-Death-Date not < WS-From-Date
                        and Emp-Death-Date not > WS-As-At
                                move     "D"            to WS-Ev-Type
                                move     "E"            to WS-Ev-Source
                                move     Emp-Death-Date to WS-Ev-Date
                                perform  bg000-Employee-Event
                       when Emp-Status = "A"
                        and WS-Aca-Open = "Y"
                                perform  bc000-Hours-Check
              end-evaluate
     end-perform.
*>
 ba010-Dependents.
*>
*> Children and other dependents reaching 26 - up to 30 days ahead so
*> the notice can be ready when cover ends.
*>
     if       WS-Dpn-Open not = "Y"
              go to ba020-Update.
     move     low-values to Dpn-Key.
     start    PY-Dependent-File key not < Dpn-Key
              invalid key
                       go to ba020-Update
     end-start.
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
              perform  bd000-Age-Out-Date
              if       WS-Ev-Date < WS-From-Date
                 or    WS-Ev-Date > WS-Ahead-Date
                       exit perform cycle
              end-if
              move     Dpn-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                exit perform cycle
              end-read
              if       Emp-Status not = "A" and not = "L"
                       exit perform cycle
              end-if
              move     "P" to WS-Ev-Source
              perform  bh000-Dependent-Event
     end-perform.
*>
 ba020-Update.
     perform  bj000-Update-Status.
*>
     move     WS-Cnt-Found to WS-Disp-Cnt.
     display  "New events held       : " at line  8 col 5 with erase eos.
     display  WS-Disp-Cnt                at line  8 col 30.
     move     WS-Cnt-Held to WS-Disp-Cnt.
     display  "Already held          : " at line  9 col 5.
     display  WS-Disp-Cnt                at line  9 col 30.
     move     WS-Cnt-No-Cov to WS-Disp-Cnt.
     display  "No coverage to lose   : " at line 10 col 5.
     display  WS-Disp-Cnt                at line 10 col 30.
     move     WS-Cnt-Expired to WS-Disp-Cnt.
     display  "Elections expired     : " at line 11 col 5.
     display  WS-Disp-Cnt                at line 11 col 30.
     move     WS-Cnt-Ended to WS-Disp-Cnt.
     display  "Continuation ended    : " at line 12 col 5.
     display  WS-Disp-Cnt                at line 12 col 30.
     display  SY015                      at line WS-Lines col 1.
     accept   WS-Reply                   at line WS-Lines col 58.
*>
 ba000-Exit.  exit section.
*>
 bb000-Audit-Entry           section.
*>**********************************
*>
*> One EMP-STATUS change - to T or X from A or L, or A to L. The event
*> date is the termination or death date where keyed, else the day
*> the status was changed.
*>
     if       Aud-Old-Value (1:1) not = "A" and not = "L"
              go to bb000-Exit.
     move     Aud-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       go to bb000-Exit
     end-read.
     move     "S"      to WS-Ev-Source.
     move     Aud-Date to WS-Ev-Date.
     evaluate true
              when Aud-New-Value (1:1) = "T"
                       move     "T" to WS-Ev-Type
                       if       Emp-Term-Date not = zero
                                move     Emp-Term-Date to WS-Ev-Date
                       end-if
              when Aud-New-Value (1:1) = "X"
                       move     "D" to WS-Ev-Type
                       if       Emp-Death-Date not = zero
                                move     Emp-Death-Date to WS-Ev-Date
                       end-if
              when Aud-New-Value (1:1) = "L"
               and Aud-Old-Value (1:1) = "A"
                       move     "R" to WS-Ev-Type
              when other
                       go to bb000-Exit
     end-evaluate.
     perform  bg000-Employee-Event.
*>
 bb000-Exit.  exit section.
*>
 bc000-Hours-Check           section.
*>**********************************
*>
*> Each whole month in the look-back (the as-at month is not over)
*> that an Active employee worked under the ACA full-time hours
*> after a month at or over them - the event is the end of that
*> month.
*>
     move     zero to WS-Hrs-Year.
     move     WS-From-Date to WS-Me-Date.
     compute  WS-Mi-Total = WS-Me-Year * 12 + WS-Me-Month - 1.
     move     WS-As-At     to WS-Me-Date.
     compute  WS-Mi-Last  = WS-Me-Year * 12 + WS-Me-Month - 2.
     perform  until WS-Mi-Total > WS-Mi-Last
              compute  WS-Hm-Total = WS-Mi-Total - 1
              perform  bc010-Month-Hours
              move     WS-Hm-Hours to WS-Hm-Prior
              move     WS-Mi-Total to WS-Hm-Total
              perform  bc010-Month-Hours
              if       WS-Hm-Prior not < WS-Aca-Threshold
                 and   WS-Hm-Hours < WS-Aca-Threshold
                       move     WS-Hm-Year  to WS-Me-Year
                       move     WS-Hm-Month to WS-Me-Month
                       move     1           to WS-Me-Day
                       perform  zz090-Month-End
                       move     WS-Me-End to WS-Ev-Date
                       move     "R"       to WS-Ev-Type
                       move     "H"       to WS-Ev-Source
                       perform  bg000-Employee-Event
              end-if
              add      1 to WS-Mi-Total
     end-perform.
*>
 bc000-Exit.  exit section.
*>
 bc010-Month-Hours           section.
*>**********************************
*>
*> WS-Hm-Hours for the month WS-Hm-Total (months from year zero), the
*> employee's ACA record for the year read when the year changes.
*>
     divide   WS-Hm-Total by 12 giving WS-Hm-Year remainder WS-Hm-Month.
     add      1 to WS-Hm-Month.
     if       WS-Hm-Year not = WS-Hrs-Year
              move     WS-Hm-Year to WS-Hrs-Year
              move     Emp-No     to Aca-Emp-No
              move     WS-Hm-Year to Aca-Year
              read     PY-ACA-Hours-File key Aca-Key
                       invalid key
                                initialize PY-ACA-Hours-Record
              end-read
              perform  varying Hx from 1 by 1 until Hx > 12
                       move     Aca-Hours (Hx) to WS-Hrs-Hours (Hx)
              end-perform
     end-if.
     move     WS-Hrs-Hours (WS-Hm-Month) to WS-Hm-Hours.
*>
 bc010-Exit.  exit section.
*>
 bd000-Age-Out-Date          section.
*>**********************************
*>
*> WS-Ev-Date = the end of the month of the 26th birthday (a 29
*> February birth takes 1 March in other years) - when cover ends.
*>
     compute  WS-Turn-Date = Dpn-Birth-Date + 260000.
     if       TEST-DATE-YYYYMMDD (WS-Turn-Date) not = zero
              move     3  to WS-Turn-Month
              move     1  to WS-Turn-Day.
     move     WS-Turn-Date to WS-Me-Date.
     perform  zz090-Month-End.
     move     WS-Me-End to WS-Ev-Date.
*>
 bd000-Exit.  exit section.
*>
 be000-Already-Held          section.
*>**********************************
*>
*> WS-Held = "Y" when the employee already has an event of this type
*> for the same person within 60 days of this one - the same
*> termination seen on the audit trail and the master, or a rerun.
*>
     move     "N"           to WS-Held.
     move     WS-Ev-Emp-No  to Cob-Emp-No.
     move     zero          to Cob-Event-Date Cob-Dpn-Seq.
     start    PY-COBRA-File key not < Cob-Key
              invalid key
                       go to be000-Exit
     end-start.
     perform  forever
              read     PY-COBRA-File next record at end
                       exit perform
              end-read
              if       PY-Cob-Status not = "00"
                 or    Cob-Emp-No not = WS-Ev-Emp-No
                       exit perform
              end-if
              if       Cob-Event-Type = WS-Ev-Type
                 and   Cob-Dpn-Seq    = WS-Ev-Seq
                       compute  WS-Days = INTEGER-OF-DATE (Cob-Event-Date)
                                        - INTEGER-OF-DATE (WS-Ev-Date)
                       if       WS-Days < 61 and > -61
                                move     "Y" to WS-Held
                                exit perform
                       end-if
              end-if
     end-perform.
*>
 be000-Exit.  exit section.
*>
 bf000-Plan-Premium          section.
*>**********************************
*>
*> WS-Pl-Prem (Px) = 102% of the plan's employee plus employer premium
*> per pay, turned into a month on the employee's pay interval - the
*> plan year of the event, else the current payroll year. Zero when
*> the plan is not on the plan master.
*>
     move     zero to WS-Pl-Prem (Px).
     if       WS-Bpl-Open not = "Y"
              go to bf000-Exit.
     evaluate Emp-Pay-Interval
              when "W"  move 52 to WS-Periods
              when "B"  move 26 to WS-Periods
              when "S"  move 24 to WS-Periods
              when other
                        move 12 to WS-Periods
     end-evaluate.
     move     WS-Pl-Code (Px) to Bpl-Plan-Code.
     move     WS-Prem-Year    to Bpl-Year.
     move     WS-Pl-Tier (Px) to Bpl-Tier.
     read     PY-Benefit-Plan-File key Bpl-Key
              invalid key
                       move     PY-PR2-Year to Bpl-Year
                       read     PY-Benefit-Plan-File key Bpl-Key
                                invalid key
                                         go to bf000-Exit
                       end-read
     end-read.
     compute  WS-Pl-Prem (Px) rounded = (Bpl-Emp-Prem + Bpl-Er-Prem)
                                      * WS-Periods / 12 * 1.02.
*>
 bf000-Exit.  exit section.
*>
 bg000-Employee-Event        section.
*>**********************************
*>
*> An employee's own event (T, R or D) from the employee record in
*> the buffer - every Active medical, dental and vision enrollment at
*> the tier elected.
*>
     move     Emp-No   to WS-Ev-Emp-No.
     move     zero     to WS-Ev-Seq.
     if       WS-Ev-Type = "D"
              move     spaces to WS-Ev-Name
              string   "Family of "  delimited by size
                       Emp-Name      delimited by "  "
                       into WS-Ev-Name
     else
              move     Emp-Name to WS-Ev-Name
     end-if.
     perform  be000-Already-Held.
     if       WS-Held = "Y"
              add      1 to WS-Cnt-Held
              go to bg000-Exit.
     move     zero to WS-Pl-Count.
     initialize WS-Pl-Grp (1) WS-Pl-Grp (2) WS-Pl-Grp (3)
                WS-Pl-Grp (4) WS-Pl-Grp (5).
     if       WS-Ben-Open not = "Y"
              go to bg010-Write.
     move     Emp-No to Ben-Emp-No.
     move     spaces to Ben-Plan-Code.
     start    PY-Benefit-Enroll-File key not < Ben-Key
              invalid key
                       go to bg010-Write
     end-start.
     perform  forever
              read     PY-Benefit-Enroll-File next record at end
                       exit perform
              end-read
              if       PY-Ben-Status not = "00"
                 or    Ben-Emp-No not = WS-Ev-Emp-No
                 or    WS-Pl-Count = 5
                       exit perform
              end-if
              if       not Ben-Stat-Active
                       exit perform cycle
              end-if
              perform  bg020-Not-HSA
              if       Bpl-Type-HSA
                       exit perform cycle
              end-if
              add      1 to WS-Pl-Count
              move     Ben-Plan-Code to WS-Pl-Code (WS-Pl-Count)
              move     Ben-Tier      to WS-Pl-Tier (WS-Pl-Count)
     end-perform.
*>
 bg010-Write.
     move     WS-Ev-Date to WS-Me-Date.
     perform  zz090-Month-End.
     move     WS-Me-End to WS-Ev-Loss.
     perform  bk000-Write-Event.
*>
 bg000-Exit.  exit section.
*>
 bg020-Not-HSA               section.
*>**********************************
*>
*> Leaves Bpl-Plan-Type "H" when Ben-Plan-Code is an HSA plan for the
*> payroll year - HSA money is not COBRA coverage.
*>
     move     space to Bpl-Plan-Type.
     if       WS-Bpl-Open not = "Y"
              go to bg020-Exit.
     move     Ben-Plan-Code to Bpl-Plan-Code.
     move     PY-PR2-Year   to Bpl-Year.
     move     Ben-Tier      to Bpl-Tier.
     read     PY-Benefit-Plan-File key Bpl-Key
              invalid key
                       move     space to Bpl-Plan-Type
     end-read.
*>
 bg020-Exit.  exit section.
*>
 bh000-Dependent-Event       section.
*>**********************************
*>
*> A dependent's age-out from the dependent record (WS-Ev-Date its
*> cover end, already set) with the employee record in the buffer -
*> the plans covering the dependent, priced at employee only, as
*> the dependent continues alone.
*>
     move     Dpn-Emp-No to WS-Ev-Emp-No.
     move     Dpn-Seq    to WS-Ev-Seq.
     move     Dpn-Name   to WS-Ev-Name.
     move     "A"        to WS-Ev-Type.
     perform  be000-Already-Held.
     if       WS-Held = "Y"
              add      1 to WS-Cnt-Held
              go to bh000-Exit.
     move     zero to WS-Pl-Count.
     initialize WS-Pl-Grp (1) WS-Pl-Grp (2) WS-Pl-Grp (3)
                WS-Pl-Grp (4) WS-Pl-Grp (5).
     perform  varying Py from 1 by 1 until Py > 5
              if       Dpn-Cov-Plan (Py) not = spaces
                       move     Dpn-Cov-Plan (Py) to Ben-Plan-Code
                       move     1                 to Ben-Tier
                       perform  bg020-Not-HSA
                       if       not Bpl-Type-HSA
                                add      1 to WS-Pl-Count
                                move     Dpn-Cov-Plan (Py) to WS-Pl-Code (WS-Pl-Count)
                                move     1                 to WS-Pl-Tier (WS-Pl-Count)
                       end-if
              end-if
     end-perform.
     move     WS-Ev-Date to WS-Ev-Loss.
     perform  bk000-Write-Event.
*>
 bh000-Exit.  exit section.
*>
 bj000-Update-Status         section.
*>**********************************
*>
*> Every event still open brought up to the as-at date : an election
*> not made by the deadline expires; elected coverage ends at the
*> maximum period, when the first premium is not in 45 days after
*> the election (coverage never starts) or a month is not paid
*> within 30 days of falling due.
*>
     move     zero to Cob-Emp-No Cob-Event-Date Cob-Dpn-Seq.
     start    PY-COBRA-File key not < Cob-Key
              invalid key
                       go to bj000-Exit
     end-start.
     perform  forever
              read     PY-COBRA-File next record at end
                       exit perform
              end-read
              if       PY-Cob-Status not = "00"
                       exit perform
              end-if
              if       Cob-End-Reason not = space
                       exit perform cycle
              end-if
              evaluate true
                       when Cob-Elect-Pending
                        and Cob-Notice-Date not = zero
                        and WS-As-At > Cob-Elect-Deadline
                                move     "X" to Cob-Election
                                add      1 to WS-Cnt-Expired
                       when not Cob-Elect-Elected
                                exit perform cycle
                       when WS-As-At > Cob-Cov-End
                                move     "M"         to Cob-End-Reason
                                move     Cob-Cov-End to Cob-End-Date
                                add      1 to WS-Cnt-Ended
                       when Cob-Paid-Thru = zero
                        and Cob-Elect-Date not = zero
                        and INTEGER-OF-DATE (WS-As-At)
                          > INTEGER-OF-DATE (Cob-Elect-Date) + 45
                                move     "N"           to Cob-End-Reason
                                move     Cob-Loss-Date to Cob-End-Date
                                add      1 to WS-Cnt-Ended
                       when Cob-Paid-Thru not = zero
                        and Cob-Paid-Thru < Cob-Cov-End
                        and INTEGER-OF-DATE (WS-As-At)
                          > INTEGER-OF-DATE (Cob-Paid-Thru) + 31
                                move     "N"           to Cob-End-Reason
                                move     Cob-Paid-Thru to Cob-End-Date
                                add      1 to WS-Cnt-Ended
                       when other
                                exit perform cycle
              end-evaluate
              move     WS-CD-Args (1:8) to Cob-Changed-By
              move     WS-Today         to Cob-Changed-Date
              rewrite  PY-COBRA-Record
     end-perform.
*>
 bj000-Exit.  exit section.
*>
 bk000-Write-Event           section.
*>**********************************
*>
*> The event from WS-Ev- and the WS-Pl- plans - priced, the notice
*> and coverage end dates worked out and held. No plans to lose, no
*> COBRA rights - counted only.
*>
     if       WS-Pl-Count = zero
              add      1 to WS-Cnt-No-Cov
              move     "N" to WS-Held
              go to bk000-Exit.
     compute  WS-Prem-Year = WS-Ev-Loss / 10000.
     initialize PY-COBRA-Record.
     move     WS-Ev-Emp-No to Cob-Emp-No.
     move     WS-Ev-Date   to Cob-Event-Date.
     move     WS-Ev-Seq    to Cob-Dpn-Seq.
     move     WS-Ev-Type   to Cob-Event-Type.
     move     WS-Ev-Source to Cob-Source.
     move     WS-Ev-Name   to Cob-QB-Name.
     move     WS-Today     to Cob-Detected-Date.
     move     WS-Ev-Loss   to Cob-Loss-Date.
     compute  Cob-Notice-Due = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-Ev-Date) + 44).
     compute  Cob-Elect-Deadline = DATE-OF-INTEGER (INTEGER-OF-DATE (WS-Ev-Loss) + 60).
     if       Cob-Evt-Death or Cob-Evt-Age-Out
              move     36 to Cob-Max-Months
     else
              move     18 to Cob-Max-Months
     end-if.
     move     WS-Ev-Loss     to WS-Me-Date.
     move     Cob-Max-Months to WS-Am-Months.
     perform  zz095-Add-Months.
     move     WS-Me-End      to Cob-Cov-End.
     perform  varying Px from 1 by 1 until Px > WS-Pl-Count
              perform  bf000-Plan-Premium
              move     WS-Pl-Code (Px) to Cob-Plan-Code (Px)
              move     WS-Pl-Tier (Px) to Cob-Plan-Tier (Px)
              move     WS-Pl-Prem (Px) to Cob-Plan-Prem (Px)
              add      WS-Pl-Prem (Px) to Cob-Month-Prem
     end-perform.
     move     "P"              to Cob-Election.
     move     WS-CD-Args (1:8) to Cob-Changed-By.
     move     WS-Today         to Cob-Changed-Date.
     write    PY-COBRA-Record
              invalid key
                       add      1 to WS-Cnt-Held
                       move     "Y" to WS-Held
                       go to bk000-Exit
     end-write.
     add      1 to WS-Cnt-Found.
     move     "N" to WS-Held.
*>
 bk000-Exit.  exit section.
*>
 ca000-Notices               section.
*>**********************************
*>
*> Every notice not yet sent for an event still pending, or one
*> employee's notices again. A first notice dates the notice and
*> sets the election deadline 60 days from the later of the notice
*> and the loss of coverage; a reprint changes neither.
*>
     display  "COBRA - Election Notices"               at line 1 col 1 with erase eos.
     display  "Employee number        [       ]  0 = every notice not yet sent"
                                                       at line 3 col 1.
     move     zero to WS-Emp-No.
     accept   WS-Emp-No at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
*>
     move     WS-Emp-No to Cob-Emp-No.
     move     zero      to Cob-Event-Date Cob-Dpn-Seq.
     start    PY-COBRA-File key not < Cob-Key
              invalid key
                       display  PY389    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ca000-Exit
     end-start.
     move     zero to WS-Letter-No.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Cobra-Notice.
     perform  forever
              read     PY-COBRA-File next record at end
                       exit perform
              end-read
              if       PY-Cob-Status not = "00"
                       exit perform
              end-if
              if       WS-Emp-No not = zero
                       if       Cob-Emp-No not = WS-Emp-No
                                exit perform
                       end-if
              else
                       if       Cob-Notice-Date not = zero
                          or    not Cob-Elect-Pending
                                exit perform cycle
                       end-if
              end-if
              if       Cob-Notice-Date = zero
                       move     WS-Today to Cob-Notice-Date
                       if       WS-Today > Cob-Loss-Date
                                compute  Cob-Elect-Deadline =
                                         DATE-OF-INTEGER (INTEGER-OF-DATE (WS-Today) + 60)
                       else
                                compute  Cob-Elect-Deadline =
                                         DATE-OF-INTEGER (INTEGER-OF-DATE (Cob-Loss-Date) + 60)
                       end-if
                       move     WS-CD-Args (1:8) to Cob-Changed-By
                       move     WS-Today         to Cob-Changed-Date
                       rewrite  PY-COBRA-Record
              end-if
              perform  cb000-Letter
     end-perform.
     terminate Cobra-Notice.
     close    Print-File.
     if       WS-Letter-No > zero
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
              move     WS-Letter-No to WS-Disp-Cnt
              display  "Election notices printed :" at line WS-23-Lines col 1
                                                    foreground-color 2 erase eol
              display  WS-Disp-Cnt                  at line WS-23-Lines col 28
     else
              display  PY389    at line WS-23-Lines col 1 foreground-color 4 erase eol
     end-if.
     perform  az060-Error.
*>
 ca000-Exit.  exit section.
*>
 cb000-Letter                section.
*>**********************************
*>
*> One notice - addressed to the qualified beneficiary at the
*> employee's address, a line per plan lost.
*>
     move     Cob-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       initialize PY-Employee-Record
     end-read.
     evaluate true
              when Cob-Evt-Term
                        move "Termination of employment"        to WS-Event-Desc
              when Cob-Evt-Hours
                        move "Reduction in hours of employment" to WS-Event-Desc
              when Cob-Evt-Death
                        move "Death of the employee"            to WS-Event-Desc
              when Cob-Evt-Age-Out
                        move "Dependent child reaching age 26"  to WS-Event-Desc
              when other
                        move spaces                             to WS-Event-Desc
     end-evaluate.
     move     Cob-Event-Date to WS-Date-In.
     perform  zz080-Date-Show.
     move     WS-Date-Show to WS-Event-Show.
     move     Cob-Loss-Date to WS-Date-In.
     perform  zz080-Date-Show.
     move     WS-Date-Show to WS-Loss-Show.
     move     Cob-Cov-End to WS-Date-In.
     perform  zz080-Date-Show.
     move     WS-Date-Show to WS-Cov-End-Show.
     move     Cob-Elect-Deadline to WS-Date-In.
     perform  zz080-Date-Show.
     move     WS-Date-Show to WS-Deadline-Show.
*>
     add      1 to WS-Letter-No.
     generate Cobra-Notice-Body.
     perform  varying Px from 1 by 1 until Px > 5
              if       Cob-Plan-Code (Px) not = spaces
                       move     Cob-Plan-Code (Px) to WS-Let-Plan
                       move     Cob-Plan-Prem (Px) to WS-Let-Prem
                       evaluate Cob-Plan-Tier (Px)
                                when 2    move "Employee + spouse" to WS-Let-Tier
                                when 3    move "Employee + child"  to WS-Let-Tier
                                when 4    move "Family"            to WS-Let-Tier
                                when other
                                          move "Single"            to WS-Let-Tier
                       end-evaluate
                       generate Cobra-Notice-Plan
              end-if
     end-perform.
     generate Cobra-Notice-Close.
*>
 cb000-Exit.  exit section.
*>
 da000-Maintain              section.
*>**********************************
*>
*> An employee's events listed, one picked to record the election,
*> a premium received or an early end - or 0 to key an event the
*> detect run cannot see.
*>
 da005-Get-Emp.
     display  "COBRA - Maintain Events"                 at line 1 col 1 with erase eos.
     display  "Employee number        [       ]"         at line 3 col 1.
     move     zero to WS-Emp-No.
     accept   WS-Emp-No at line 3 col 25 with UPDATE.
     if       WS-Emp-No = zero or COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     move     WS-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       display  PY387    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    da005-Get-Emp
     end-read.
     display  Emp-Name at line 3 col 36.
*>
 da010-Pick.
     perform  db000-Show-List.
     display  "Event line             [ ]  0 = key a new event, Esc = another employee"
                                                         at line 15 col 1.
     move     zero to WS-Line.
     accept   WS-Line at line 15 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da005-Get-Emp.
     if       WS-Line = zero
              perform  dc000-New-Event
              go to    da010-Pick.
     if       WS-Line > WS-Ev-Lines
              display  PY395    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da010-Pick.
     move     WS-Ev-Key (WS-Line) to Cob-Key.
     read     PY-COBRA-File key Cob-Key
              invalid key
                       display  PY395    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    da010-Pick
     end-read.
     perform  dd000-Show-Event.
*>
 da020-Accept.
     display  "Election               [ ]  P pend, E elect, W waive, X expired  on [        ]"
                                                                       at line 22 col 1.
     display  "Premium received       [        ]  on [        ]"      at line 23 col 1.
     display  "Ended early            [ ]  O other cover / own request          on [        ]"
                                                                       at line 24 col 1.
     move     zero     to WS-Pay-Amt.
     move     WS-Today to WS-Pay-Date.
     accept   Cob-Election   at line 22 col 25 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da010-Pick.
     accept   Cob-Elect-Date at line 22 col 70 with UPDATE.
     accept   WS-Pay-Amt     at line 23 col 25 with UPDATE.
     accept   WS-Pay-Date    at line 23 col 40 with UPDATE.
     accept   Cob-End-Reason at line 24 col 25 with UPPER UPDATE.
     accept   Cob-End-Date   at line 24 col 70 with UPDATE.
     if       not Cob-Elect-Pending and not Cob-Elect-Elected
                                    and not Cob-Elect-Waived
                                    and not Cob-Elect-Expired
        or   (Cob-End-Reason not = space and not = "O" and not = "M" and not = "N")
        or   (Cob-Elect-Date not = zero
              and TEST-DATE-YYYYMMDD (Cob-Elect-Date) not = zero)
        or   (Cob-End-Date not = zero
              and TEST-DATE-YYYYMMDD (Cob-End-Date) not = zero)
        or   (WS-Pay-Amt not = zero
              and TEST-DATE-YYYYMMDD (WS-Pay-Date) not = zero)
              display  PY388    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    da020-Accept.
     if      (Cob-Elect-Elected or Cob-Elect-Waived)
        and   Cob-Elect-Date = zero
              move     WS-Today to Cob-Elect-Date.
     if       Cob-End-Reason not = space
        and   Cob-End-Date = zero
              move     WS-Today to Cob-End-Date.
     if       Cob-End-Reason = space
              move     zero to Cob-End-Date.
*>
     display  "S = Save, D = Delete, Enter = leave as it was [ ]" at line 26 col 1.
     move     space to WS-Reply.
     accept   WS-Reply at line 26 col 48 with UPPER.
     evaluate true
              when WS-Reply = "S"
                        if       WS-Pay-Amt not = zero
                                 add      WS-Pay-Amt  to Cob-Paid-Total
                                 add      1           to Cob-Pay-Count
                                 move     WS-Pay-Date to Cob-Last-Pay-Date
                                 perform  df000-Paid-Thru
                        end-if
                        move     WS-CD-Args (1:8) to Cob-Changed-By
                        move     WS-Today         to Cob-Changed-Date
                        rewrite  PY-COBRA-Record
              when WS-Reply = "D"
                        if       Cob-Notice-Date not = zero
                                 display  PY394    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                 perform  az060-Error
                        else
                                 delete   PY-COBRA-File record
                        end-if
              when other
                        continue
     end-evaluate.
     go       to da010-Pick.
*>
 da000-Exit.  exit section.
*>
 db000-Show-List             section.
*>**********************************
*>
*> The employee's events, the first eight on screen, their keys kept
*> for the line picked.
*>
     display  space at line 5 col 1 with erase eos.
     display  "Ln Event    T No Beneficiary          Cov Lost Notice   Deadline E Paid Thru"
                                                         at line 5 col 1 with foreground-color 2.
     move     zero to WS-Ev-Lines.
     move     6    to WS-Row.
     move     WS-Emp-No to Cob-Emp-No.
     move     zero      to Cob-Event-Date Cob-Dpn-Seq.
     start    PY-COBRA-File key not < Cob-Key
              invalid key
                       go to db000-Exit
     end-start.
     perform  forever
              read     PY-COBRA-File next record at end
                       exit perform
              end-read
              if       PY-Cob-Status not = "00"
                 or    Cob-Emp-No not = WS-Emp-No
                       exit perform
              end-if
              if       WS-Ev-Lines = 8
                       display  PY396    at line 14 col 1 foreground-color 4
                       exit perform
              end-if
              add      1 to WS-Ev-Lines
              move     Cob-Key to WS-Ev-Key (WS-Ev-Lines)
              move     spaces             to WS-List-Line
              move     WS-Ev-Lines        to WS-Ll-Line
              move     Cob-Event-Date     to WS-Ll-Date
              move     Cob-Event-Type     to WS-Ll-Type
              move     Cob-Dpn-Seq        to WS-Ll-Seq
              move     Cob-QB-Name        to WS-Ll-Name
              move     Cob-Loss-Date      to WS-Ll-Loss
              move     Cob-Notice-Date    to WS-Ll-Notice
              move     Cob-Elect-Deadline to WS-Ll-Deadline
              move     Cob-Election       to WS-Ll-Elect
              move     Cob-Paid-Thru      to WS-Ll-Paid-Thru
              display  WS-List-Line at line WS-Row col 1
              add      1 to WS-Row
     end-perform.
*>
 db000-Exit.  exit section.
*>
 dc000-New-Event             section.
*>**********************************
*>
*> An event keyed by hand - type, date and for an age-out the
*> dependent - built and priced the same way the detect run does.
*>
     display  space at line 16 col 1 with erase eos.
     display  "Event type             [ ]  T termination, R hours cut, D death, A age-out"
                                                                       at line 16 col 1.
     display  "Event date             [        ]"                      at line 17 col 1.
     display  "Dependent number       [  ]  age-out only"              at line 18 col 1.
     move     space    to WS-Ev-Type.
     move     WS-Today to WS-Ev-Date.
     move     zero     to WS-Ev-Seq.
     accept   WS-Ev-Type at line 16 col 25 with UPPER.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    dc000-Exit.
     accept   WS-Ev-Date at line 17 col 25 with UPDATE.
     if       WS-Ev-Type = "A"
              accept   WS-Ev-Seq at line 18 col 25 with UPDATE.
     if       WS-Ev-Type not = "T" and not = "R" and not = "D" and not = "A"
        or    TEST-DATE-YYYYMMDD (WS-Ev-Date) not = zero
              display  PY388    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    dc000-Exit.
     move     zero to WS-Cnt-Found WS-Cnt-Held WS-Cnt-No-Cov.
     move     WS-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       go to dc000-Exit
     end-read.
     move     "K" to WS-Ev-Source.
     if       WS-Ev-Type = "A"
              if       WS-Dpn-Open not = "Y"
                       display  PY393    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    dc000-Exit
              end-if
              move     WS-Emp-No to Dpn-Emp-No
              move     WS-Ev-Seq to Dpn-Seq
              read     PY-Dependent-File key Dpn-Key
                       invalid key
                                display  PY393    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                perform  az060-Error
                                go to    dc000-Exit
              end-read
              perform  bh000-Dependent-Event
     else
              perform  bg000-Employee-Event
     end-if.
     evaluate true
              when WS-Cnt-Found > zero
                        continue
              when WS-Cnt-No-Cov > zero
                        display  PY392    at line WS-23-Lines col 1 foreground-color 4 erase eol
                        perform  az060-Error
              when other
                        display  PY391    at line WS-23-Lines col 1 foreground-color 4 erase eol
                        perform  az060-Error
     end-evaluate.
*>
 dc000-Exit.  exit section.
*>
 dd000-Show-Event            section.
*>**********************************
*>
     display  space at line 16 col 1 with erase eos.
     display  "Qualified beneficiary  "  at line 16 col 1.
     display  Cob-QB-Name                at line 16 col 25.
     display  "Event / type / source  "  at line 17 col 1.
     display  Cob-Event-Date             at line 17 col 25.
     display  Cob-Event-Type             at line 17 col 34.
     display  Cob-Source                 at line 17 col 36.
     display  "Coverage lost / max to "  at line 18 col 1.
     display  Cob-Loss-Date              at line 18 col 25.
     display  Cob-Cov-End                at line 18 col 34.
     display  Cob-Max-Months             at line 18 col 43.
     display  "months"                   at line 18 col 46.
     display  "Notice due / sent      "  at line 19 col 1.
     display  Cob-Notice-Due             at line 19 col 25.
     display  Cob-Notice-Date            at line 19 col 34.
     display  "Deadline"                 at line 19 col 45.
     display  Cob-Elect-Deadline         at line 19 col 54.
     display  "Plans / month premium  "  at line 20 col 1.
     move     25 to WS-Row.
     perform  varying Px from 1 by 1 until Px > 5
              display  Cob-Plan-Code (Px) at line 20 col WS-Row
              add      7 to WS-Row
     end-perform.
     move     Cob-Month-Prem to WS-Disp-Amt.
     display  WS-Disp-Amt                at line 20 col 61.
     display  "Premiums received      "  at line 21 col 1.
     move     Cob-Paid-Total to WS-Disp-Paid.
     display  WS-Disp-Paid               at line 21 col 25.
     display  "paid through"             at line 21 col 38.
     display  Cob-Paid-Thru              at line 21 col 51.
     display  "last"                     at line 21 col 61.
     display  Cob-Last-Pay-Date          at line 21 col 66.
     display  Cob-Election               at line 22 col 25.
     display  Cob-Elect-Date             at line 22 col 70.
     display  Cob-End-Reason             at line 24 col 25.
     display  Cob-End-Date               at line 24 col 70.
*>
 dd000-Exit.  exit section.
*>
 df000-Paid-Thru             section.
*>**********************************
*>
*> The whole months the premiums received pay for, counted from the
*> month after coverage was lost, to the continuation end at most.
*>
     if       Cob-Month-Prem = zero
              go to df000-Exit.
     divide   Cob-Paid-Total by Cob-Month-Prem giving WS-Paid-Months.
     if       WS-Paid-Months = zero
              move     zero to Cob-Paid-Thru
              go to df000-Exit.
     move     Cob-Loss-Date  to WS-Me-Date.
     move     WS-Paid-Months to WS-Am-Months.
     perform  zz095-Add-Months.
     move     WS-Me-End to Cob-Paid-Thru.
     if       Cob-Paid-Thru > Cob-Cov-End
              move     Cob-Cov-End to Cob-Paid-Thru.
*>
 df000-Exit.  exit section.
*>
 ea000-Status-List           section.
*>**********************************
*>
*> Every event still open (or all of them), flagged where a notice is
*> due or late, an election is awaited or a premium is in arrears.
*>
     display  "COBRA - Status List"                at line 1 col 1 with erase eos.
     display  "As at date             [        ]"  at line 3 col 1.
     display  "Include closed (Y/N)   [ ]"         at line 4 col 1.
     move     WS-Today to WS-As-At.
     accept   WS-As-At at line 3 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ea000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-As-At) not = zero
              display  PY388    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ea000-Exit.
     move     "N" to WS-Include-Closed.
     accept   WS-Include-Closed at line 4 col 25 with UPPER UPDATE.
*>
     move     zero to WS-Cnt-Listed WS-Cnt-Late WS-Cnt-Arrears.
     move     zero to Cob-Emp-No Cob-Event-Date Cob-Dpn-Seq.
     start    PY-COBRA-File key not < Cob-Key
              invalid key
                       display  PY390    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ea000-Exit
     end-start.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Cobra-Status-Report.
     perform  forever
              read     PY-COBRA-File next record at end
                       exit perform
              end-read
              if       PY-Cob-Status not = "00"
                       exit perform
              end-if
              if       WS-Include-Closed not = "Y"
                 and  (Cob-End-Reason not = space
                       or Cob-Elect-Waived or Cob-Elect-Expired)
                       exit perform cycle
              end-if
              move     spaces to WS-St-Flag
              evaluate true
                       when Cob-Notice-Date = zero
                        and WS-As-At > Cob-Notice-Due
                                move     "NOTICE LATE" to WS-St-Flag
                                add      1 to WS-Cnt-Late
                       when Cob-Notice-Date = zero
                                move     "NOTICE DUE"  to WS-St-Flag
                       when Cob-Elect-Pending
                                move     "AWAIT ELECT" to WS-St-Flag
                       when Cob-Elect-Elected
                        and Cob-End-Reason = space
                        and Cob-Paid-Thru = zero
                        and Cob-Elect-Date not = zero
                        and INTEGER-OF-DATE (WS-As-At)
                        not > INTEGER-OF-DATE (Cob-Elect-Date) + 45
                                move     "1ST PAY DUE" to WS-St-Flag
                       when Cob-Elect-Elected
                        and Cob-End-Reason = space
                        and Cob-Paid-Thru < WS-As-At
                        and Cob-Paid-Thru < Cob-Cov-End
                                move     "ARREARS"     to WS-St-Flag
                                add      1 to WS-Cnt-Arrears
                       when Cob-End-Reason not = space
                                move     "ENDED"       to WS-St-Flag
              end-evaluate
              move     Cob-QB-Name to WS-St-Name
              add      1 to WS-Cnt-Listed
              generate Cobra-Status-Detail
     end-perform.
     terminate Cobra-Status-Report.
     close    Print-File.
     if       WS-Cnt-Listed > zero
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
     else
              display  PY390    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     end-if.
*>
 ea000-Exit.  exit section.
