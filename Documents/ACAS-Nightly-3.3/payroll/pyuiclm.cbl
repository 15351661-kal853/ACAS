       >>source free
*>****************************************************************
*>      Unemployment (UI) Claim Notices - Response Worksheet,    *
*>      Determination / Appeal Tracking & Benefit Charge Check   *
*>            Uses RW (Report writer for prints)                 *
*>                                                               *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyuiclm.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          When a former employee files for unemployment
*>                      the state sends a claim notice that must be
*>                      answered within days with the separation
*>                      reason, last day worked and base-period wages,
*>                      and later charges the benefits paid to our SUI
*>                      account. Each notice goes on PY-UI-Claim-File
*>                      (pyuic) keyed state + claim number.
*>
*>                      Functions off one menu:
*>
*>                      A - a new claim notice - received and effective
*>                          dates, the response due (10 days from
*>                          receipt unless keyed), the separation
*>                          reason from the employee's termination
*>                          (Emp-Sep-Type Q = quit, D = discharged,
*>                          still active = still employed) and last
*>                          day worked (Emp-Term-Date), and the five
*>                          completed quarters' wages before the
*>                          effective date off PY-Emp-State-File's
*>                          Emst-Qtr-Hist for the claim state. A
*>                          claimant not on our file is entered with
*>                          employee 0 and reason N, never employed;
*>                      C - changes a claim and tracks it - response
*>                          sent, contest, the determination and any
*>                          appeal, base wages refreshed on request;
*>                      W - prints the response worksheet for a claim;
*>                      T - prints the claims tracking list - open
*>                          claims (not yet finally decided) or all,
*>                          responses late or due in 3 days flagged;
*>                      S - the state's benefit charge statement,
*>                          keyed line by line (claimant SSN and
*>                          amount), compared with the claims: a charge
*>                          for someone we never employed, for a claim
*>                          we contested or one decided in our favour
*>                          (the later of the appeal and determination
*>                          is the final word) or with no notice on
*>                          file is flagged. The charges can then be
*>                          posted to the claims' charged to date - a
*>                          statement is only ever posted once.
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
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master.
*>                      pyemst.  Per State Wages By Quarter.
*>                      pyuic.   UI Claims - I-O.
*>                      prt-1.   Worksheet, Tracking & Charge Check.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY361 - 368.
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
 copy "selpyemst.cob".
 copy "selpyuic.cob".
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
 copy "fdpyemst.cob".
 copy "fdpyuic.cob".
*>
 fd  Print-File
     reports are UI-Worksheet
                 UI-Track-Report
                 UI-Charge-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyuiclm  (1.0.00)".  *> First release pre testing.
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
     03  PY-Emst-Status      pic xx.
     03  PY-Uic-Status       pic xx.
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
     03  WS-Emst-Open        pic x        value "N".
     03  WS-Key-OK           pic x        value "N".
     03  WS-Bad-Entry        pic x        value "N".
     03  WS-Found            pic x        value "N".
     03  WS-Row              pic 99       value zero.
     03  WS-Sub              pic 9        value zero.
     03  WS-Sub2             pic 9        value zero.
     03  Q                   pic 999      value zero.
     03  Q2                  pic 999      value zero.
     03  WS-Days-Left        pic s9(5)    value zero.
     03  WS-Disp-Amt         pic z,zzz,zz9.99.
     03  WS-Disp-Cnt         pic zz9.
*>
*> Claim key and employee as keyed.
*>
     03  WS-State            pic xx       value spaces.
     03  WS-Claim-Id         pic x(12)    value spaces.
     03  WS-Emp-No           pic 9(7)     value zero.
*>
*> Quarters - the claim's effective date gives the quarter it falls
*> in, the five before that are the ones reported.
*>
     03  WS-Q-Date           pic 9(8)     value zero.   *> ccyymmdd
     03  filler  redefines WS-Q-Date.
         05  WS-Q-Year       pic 9(4).
         05  WS-Q-Month      pic 99.
         05  filler          pic 99.
     03  WS-Qtr              pic 9(5)     value zero.   *> ccyyq
     03  filler  redefines WS-Qtr.
         05  WS-Qtr-Year     pic 9(4).
         05  WS-Qtr-No       pic 9.
     03  WS-BP-Show                       occurs 5.
         05  WS-BP-Text      pic x(7).                  *> ccyy Qn
         05  WS-BP-Std       pic x.                     *> X = in the standard base period
         05  WS-BP-Alt       pic x.                     *> X = in the alternate base period
     03  WS-BP-Std-Total     pic 9(8)v99  comp-3 value zero.
     03  WS-BP-Alt-Total     pic 9(8)v99  comp-3 value zero.
*>
*> Claim as shown or printed.
*>
     03  WS-Final            pic x        value space.  *> later of appeal / determination
     03  WS-Final-Text       pic x(7)     value spaces.
     03  WS-Sep-Desc         pic x(32)    value spaces.
     03  WS-Contest-Text     pic x(3)     value spaces.
     03  WS-Trk-Flag         pic x(7)     value spaces.
     03  WS-Trk-Mode         pic x        value "O".
     03  WS-SSN-9            pic 9(9)     value zero.
     03  WS-Mask-Role        pic x        value space.
     03  WS-SSN-Show         pic x(11)    value spaces.
     03  WS-Hire-Date        pic 9(8)     value zero.
     03  WS-Job-Code         pic x(3)     value spaces.
*>
     03  WS-Cnt-Claims       pic 9(5)     value zero.
     03  WS-Cnt-Overdue      pic 9(5)     value zero.
     03  WS-Cnt-Contested    pic 9(5)     value zero.
     03  WS-Tot-Charged      pic 9(9)v99  comp-3 value zero.
*>
*> Benefit charge statement as keyed.
*>
     03  WS-Stmt-Date        pic 9(8)     value zero.
     03  WS-Chg-SSN          pic 9(9)     value zero.
     03  WS-Chg-Amt          pic 9(7)v99  value zero.
     03  WS-Best-Eff         pic 9(8)     value zero.
     03  WS-Chg-Count        pic 999      value zero.
     03  WS-Chg-Total        pic 9(9)v99  comp-3 value zero.
     03  WS-Chg-Flagged      pic 9(9)v99  comp-3 value zero.
     03  WS-Cnt-Flagged      pic 999      value zero.
     03  WS-Cnt-Posted       pic 999      value zero.
     03  WS-Chg-Table                     occurs 200.
         05  CT-SSN          pic 9(9).
         05  CT-SSN-Show     pic x(11).
         05  CT-Amt          pic 9(7)v99  comp-3.
         05  CT-Claim-Id     pic x(12).                 *> spaces = no claim found
         05  CT-Emp-No       pic 9(7).
         05  CT-Name         pic x(32).
         05  CT-Flag         pic x(30).                 *> spaces = charge agrees
         05  CT-Posted       pic x.
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
     03  PY361           pic x(48) value "PY361 Claim already on file - use C to change it".
     03  PY362           pic x(26) value "PY362 Employee not on file".
     03  PY363           pic x(72) value "PY363 Check entries - dates ccyymmdd, codes as shown, SSN if not on file".
     03  PY364           pic x(23) value "PY364 Claim not on file".
     03  PY365           pic x(24) value "PY365 No claims to print".
     03  PY366           pic x(64) value "PY366 State wage file not found - base period wages left at zero".
     03  PY367           pic x(70) value "PY367 Statement is full at 200 lines - print it and key the rest again".
     03  PY368           pic x(39) value "PY368 Nothing keyed - statement ignored".
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
*> The response worksheet - one claim, 80 columns. Goes back to the
*> state so the SSN is in full.
*>
 RD  UI-Worksheet
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 1
     Last  Detail WS-Page-Lines.
*>
 01  UI-Worksheet-Body type is detail.
     03  line  1.
         05  col   1     pic x(60)         source PY-PR1-Co-Name.
     03  line  2.
         05  col   1     pic x(32)         source PY-PR1-Co-Address-1.
         05  col  50     pic x(5)          value "FEIN".
         05  col  56     pic x(15)         source PY-PR1-Fed-ID.
     03  line  3.
         05  col   1     pic x(32)         source PY-PR1-Co-Address-2.
         05  col  50     pic x(9)          value "Telephone".
         05  col  60     pic x(12)         source PY-PR1-Co-Phone.
     03  line  4.
         05  col   1     pic x(32)         source PY-PR1-Co-Address-3.
         05  col  34     pic x(10)         source PY-PR1-Co-Zip.
     03  line  6.
         05  col  14     pic x(49)         value "UNEMPLOYMENT CLAIM - EMPLOYER RESPONSE WORKSHEET".
     03  line  8.
         05  col   1     pic x(6)          value "State".
         05  col   7     pic xx            source Uic-State.
         05  col  12     pic x(13)         value "Claim number".
         05  col  25     pic x(12)         source Uic-Claim-Id.
         05  col  40     pic x(11)         value "UI account".
         05  col  52     pic x(15)         source Uic-Er-Acct.
     03  line  9.
         05  col   1     pic x(16)         value "Notice received".
         05  col  18     pic 9(8)          source Uic-Received.
         05  col  30     pic x(16)         value "Claim effective".
         05  col  47     pic 9(8)          source Uic-Eff-Date.
     03  line 10.
         05  col   1     pic x(16)         value "RESPONSE DUE".
         05  col  18     pic 9(8)          source Uic-Due.
         05  col  30     pic x(16)         value "Response sent".
         05  col  47     pic z(8)          source Uic-Responded.
     03  line 12.
         05  col   1     pic x(16)         value "Claimant".
         05  col  18     pic x(32)         source Uic-Name.
     03  line 13.
         05  col   1     pic x(16)         value "SSN".
         05  col  18     pic x(11)         source WS-SSN-Show.
         05  col  30     pic x(16)         value "Employee number".
         05  col  47     pic 9(7)          source Uic-Emp-No  present when Uic-Emp-No not = zero.
         05  col  47     pic x(11)         value "not on file" present when Uic-Emp-No = zero.
     03  line 14.
         05  col   1     pic x(16)         value "Date of hire".
         05  col  18     pic z(8)          source WS-Hire-Date.
         05  col  30     pic x(16)         value "Job code".
         05  col  47     pic x(3)          source WS-Job-Code.
     03  line 15.
         05  col   1     pic x(16)         value "Last day worked".
         05  col  18     pic z(8)          source Uic-Last-Day.
     03  line 16.
         05  col   1     pic x(16)         value "Separation".
         05  col  18     pic x(32)         source WS-Sep-Desc.
     03  line 18.
         05  col   1     pic x(36)         value "Base period wages reported in state".
         05  col  38     pic xx            source Uic-State.
     03  line 19.
         05  col   5     pic x(55)         value "Quarter              Wages   Standard   Alternate".
     03  line 20.
         05  col   5     pic x(7)          source WS-BP-Text (1).
         05  col  19     pic z,zzz,zz9.99  source Uic-BP-Wages (1).
         05  col  37     pic x             source WS-BP-Std (1).
         05  col  48     pic x             source WS-BP-Alt (1).
     03  line 21.
         05  col   5     pic x(7)          source WS-BP-Text (2).
         05  col  19     pic z,zzz,zz9.99  source Uic-BP-Wages (2).
         05  col  37     pic x             source WS-BP-Std (2).
         05  col  48     pic x             source WS-BP-Alt (2).
     03  line 22.
         05  col   5     pic x(7)          source WS-BP-Text (3).
         05  col  19     pic z,zzz,zz9.99  source Uic-BP-Wages (3).
         05  col  37     pic x             source WS-BP-Std (3).
         05  col  48     pic x             source WS-BP-Alt (3).
     03  line 23.
         05  col   5     pic x(7)          source WS-BP-Text (4).
         05  col  19     pic z,zzz,zz9.99  source Uic-BP-Wages (4).
         05  col  37     pic x             source WS-BP-Std (4).
         05  col  48     pic x             source WS-BP-Alt (4).
     03  line 24.
         05  col   5     pic x(7)          source WS-BP-Text (5).
         05  col  19     pic z,zzz,zz9.99  source Uic-BP-Wages (5).
         05  col  37     pic x             source WS-BP-Std (5).
         05  col  48     pic x             source WS-BP-Alt (5).
     03  line 26.
         05  col   5     pic x(26)         value "Standard base period total".
         05  col  32     pic zz,zzz,zz9.99 source WS-BP-Std-Total.
     03  line 27.
         05  col   5     pic x(26)         value "Alternate base period".
         05  col  32     pic zz,zzz,zz9.99 source WS-BP-Alt-Total.
     03  line 29.
         05  col   1     pic x(28)         value "The employer contests claim".
         05  col  30     pic x(3)          source WS-Contest-Text.
     03  line 30.
         05  col   1     pic x(40)         value "Facts of the separation (attach copies):".
     03  line 32.
         05  col   1     pic x(72)         value all "_".
     03  line 34.
         05  col   1     pic x(72)         value all "_".
     03  line 36.
         05  col   1     pic x(72)         value all "_".
     03  line 39.
         05  col   1     pic x(12)         value "Prepared by".
         05  col  14     pic x(8)          source WS-CD-Args (1:8).
         05  col  30     pic x(5)          value "Date".
         05  col  36     pic x(10)         source U-Date.
     03  line 41.
         05  col   1     pic x(37)         value "Signature ___________________________".
*>
*> Claims tracking list - 132 columns.
*>
 RD  UI-Track-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  UI-Track-Head  Type Page Heading.
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
         05  col  44     pic x(35)   value "Unemployment Claims Tracking List -".
         05  col  80     pic x(11)   value "Open Claims" present when WS-Trk-Mode = "O".
         05  col  80     pic x(10)   value "All Claims"  present when WS-Trk-Mode not = "O".
     03  line  4.
         05  col   1                 value "St Claim No     Emp No  Claimant               Received Due      Sent".
         05  col  75                 value "Flag    R C Decided  D Appealed B A      Charged Final".
*>
 01  UI-Track-Detail type is detail.
     03  line + 1.
         05  col   1     pic xx            source Uic-State.
         05  col   4     pic x(12)         source Uic-Claim-Id.
         05  col  17     pic 9(7)          source Uic-Emp-No.
         05  col  25     pic x(22)         source Uic-Name.
         05  col  48     pic 9(8)          source Uic-Received.
         05  col  57     pic 9(8)          source Uic-Due.
         05  col  66     pic z(8)          source Uic-Responded.
         05  col  75     pic x(7)          source WS-Trk-Flag.
         05  col  83     pic x             source Uic-Sep-Reason.
         05  col  85     pic x             source Uic-Contest.
         05  col  87     pic z(8)          source Uic-Det-Date.
         05  col  96     pic x             source Uic-Det-Result.
         05  col  98     pic z(8)          source Uic-Appeal-Date.
         05  col 107     pic x             source Uic-Appeal-By.
         05  col 109     pic x             source Uic-Appeal-Result.
         05  col 111     pic z,zzz,zz9.99  source Uic-Charged-Amt.
         05  col 124     pic x(7)          source WS-Final-Text.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(24)         value "Claims listed          :".
         05  col  26     pic zzzz9         source WS-Cnt-Claims.
     03  line + 1.
         05  col   1     pic x(24)         value "Response overdue       :".
         05  col  26     pic zzzz9         source WS-Cnt-Overdue.
     03  line + 1.
         05  col   1     pic x(24)         value "Contested              :".
         05  col  26     pic zzzz9         source WS-Cnt-Contested.
     03  line + 1.
         05  col   1     pic x(24)         value "Benefits charged       :".
         05  col  26     pic zzz,zzz,zz9.99 source WS-Tot-Charged.
*>
*> Benefit charge statement check - 132 columns.
*>
 RD  UI-Charge-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  UI-Charge-Head  Type Page Heading.
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
         05  col  38     pic x(36)   value "UI Benefit Charge Statement - State".
         05  col  75     pic xx      source WS-State.
         05  col  79     pic x(6)    value "Dated".
         05  col  86     pic 9(8)    source WS-Stmt-Date.
     03  line  4.
         05  col   1                 value "SSN         Claimant                         Emp No  Claim No          Charged  Query".
*>
 01  UI-Charge-Detail type is detail.
     03  line + 1.
         05  col   1     pic x(11)         source CT-SSN-Show (Q).
         05  col  13     pic x(32)         source CT-Name (Q).
         05  col  46     pic z(7)          source CT-Emp-No (Q).
         05  col  54     pic x(12)         source CT-Claim-Id (Q).
         05  col  67     pic z,zzz,zz9.99  source CT-Amt (Q).
         05  col  81     pic x(30)         source CT-Flag (Q).
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(24)         value "Lines on the statement :".
         05  col  30     pic zz9           source WS-Chg-Count.
         05  col  40     pic x(14)         value "Total charged".
         05  col  55     pic zzz,zzz,zz9.99 source WS-Chg-Total.
     03  line + 1.
         05  col   1     pic x(24)         value "Lines queried          :".
         05  col  30     pic zz9           source WS-Cnt-Flagged.
         05  col  40     pic x(14)         value "Total queried".
         05  col  55     pic zzz,zzz,zz9.99 source WS-Chg-Flagged.
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
     display  "Unemployment Claims" at 0125 with foreground-color 2.
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
     open     input PY-Emp-State-File.
     if       PY-Emst-Status = "00"
              move     "Y" to WS-Emst-Open
     else
              display  PY366    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     end-if.
     open     i-o PY-UI-Claim-File.
     if       PY-Uic-Status = "35"        *> first ever use
              open     output PY-UI-Claim-File
              close    PY-UI-Claim-File
              open     i-o PY-UI-Claim-File
     end-if.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     close    PY-UI-Claim-File
              PY-Employee-File.
     if       WS-Emst-Open = "Y"
              close    PY-Emp-State-File.
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
     display  "Unemployment Claims"                      at line 1 col 1 with erase eos.
     display  "A = Add a claim notice, C = Change / track a claim, W = Response worksheet,"
                                                         at line 3 col 1.
     display  "T = Tracking list, S = Benefit charge statement check, Q = Quit [ ]"
                                                         at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 66 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "A"  perform ba000-Add-Claim
              when "C"  perform ca000-Change-Claim
              when "W"  perform da000-Worksheet
              when "T"  perform ea000-Tracking
              when "S"  perform fa000-Charge-Statement
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
 ba000-Add-Claim             section.
*>**********************************
*>
*> One notice at a time until the state is left blank. The reason
*> and last day come from the employee's termination and the base
*> wages from the state wage file - all can be overkeyed.
*>
 ba005-Get-Key.
     display  "UI Claim - New Notice" at line 1 col 1 with erase eos.
     perform  bz000-Labels.
     perform  bz010-Get-Key.
     if       WS-Key-OK not = "Y"
              go to    ba000-Exit.
     read     PY-UI-Claim-File key Uic-Key
              invalid key
                       continue
              not invalid key
                       display  PY361    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ba005-Get-Key
     end-read.
     initialize PY-UI-Claim-Record.
     move     WS-State    to Uic-State.
     move     WS-Claim-Id to Uic-Claim-Id.
     move     "N"         to Uic-Contest.
     move     zero to WS-Emp-No.
     accept   WS-Emp-No at line 5 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba005-Get-Key.
     if       WS-Emp-No not = zero
              move     WS-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                display  PY362    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                perform  az060-Error
                                go to    ba005-Get-Key
              end-read
              perform  bx010-From-Employee
     else
              move     "N" to Uic-Sep-Reason
              move     "Y" to Uic-Contest
     end-if.
     move     WS-Today to Uic-Received.
     perform  bz020-Show-Claim.
*>
 ba010-Accept.
     perform  bz030-Accept-Notice.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba005-Get-Key.
     perform  bz050-Validate.
     if       WS-Bad-Entry = "Y"
              display  PY363    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Accept.
     perform  bx000-Base-Wages.
     perform  bz020-Show-Claim.
*>
     display  "Save (Y/N) [ ]" at line 22 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 22 col 13 with UPPER.
     if       WS-Reply = "Y"
              write    PY-UI-Claim-Record
                       invalid key
                                display  PY361    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                perform  az060-Error
              end-write
     end-if.
     go       to ba005-Get-Key.
*>
 ba000-Exit.  exit section.
*>
 bx000-Base-Wages            section.
*>**********************************
*>
*> The five completed calendar quarters before the one the claim is
*> effective in, oldest first, with the employee's wages in the claim
*> state for each off Emst-Qtr-Hist. A quarter the wage file no
*> longer holds (or an employee with none there) stays at zero.
*>
     move     Uic-Eff-Date to WS-Q-Date.
     compute  WS-Qtr = WS-Q-Year * 10 + (WS-Q-Month + 2) / 3.
     perform  varying WS-Sub from 5 by -1 until WS-Sub < 1
              if       WS-Qtr-No = 1
                       subtract 1 from WS-Qtr-Year
                       move     4 to WS-Qtr-No
              else
                       subtract 1 from WS-Qtr-No
              end-if
              move     WS-Qtr to Uic-BP-Qtr (WS-Sub)
              move     zero   to Uic-BP-Wages (WS-Sub)
     end-perform.
     if       Uic-Emp-No = zero
        or    WS-Emst-Open not = "Y"
              go to    bx000-Exit.
     move     Uic-Emp-No to Emst-Emp-No.
     move     Uic-State  to Emst-State.
     read     PY-Emp-State-File key Emst-Key
              invalid key
                       go to    bx000-Exit
     end-read.
     perform  varying WS-Sub from 1 by 1 until WS-Sub > 5
              perform  varying WS-Sub2 from 1 by 1 until WS-Sub2 > 8
                       if       Emst-Qh-Qtr (WS-Sub2) = Uic-BP-Qtr (WS-Sub)
                                move     Emst-Qh-Wages (WS-Sub2) to Uic-BP-Wages (WS-Sub)
                       end-if
              end-perform
     end-perform.
*>
 bx000-Exit.  exit section.
*>
 bx010-From-Employee         section.
*>**********************************
*>
*> The claimant's details and separation from the employee record -
*> Emp-Sep-Type D also covers a layoff, so L is overkeyed where the
*> work simply ran out.
*>
     move     Emp-No        to Uic-Emp-No.
     move     Emp-SSN       to Uic-SSN.
     move     Emp-Name      to Uic-Name.
     move     Emp-Term-Date to Uic-Last-Day.
     evaluate true
              when Emp-Status = "A" or = "L"
                        move     "S"  to Uic-Sep-Reason
                        move     zero to Uic-Last-Day
              when Emp-Sep-Type = "Q"
                        move     "Q"  to Uic-Sep-Reason
              when Emp-Sep-Type = "D"
                        move     "D"  to Uic-Sep-Reason
              when other
                        move     space to Uic-Sep-Reason
     end-evaluate.
*>
 bx010-Exit.  exit section.
*>
 bx020-Describe              section.
*>**********************************
*>
*> Texts and base period marks for the screen and the worksheet, and
*> the final word on the claim - an appeal decision overrides the
*> determination.
*>
     evaluate true
              when Uic-Sep-Quit       move "Voluntary quit"                 to WS-Sep-Desc
              when Uic-Sep-Discharge  move "Discharged"                     to WS-Sep-Desc
              when Uic-Sep-Layoff     move "Laid off - lack of work"        to WS-Sep-Desc
              when Uic-Sep-Employed   move "Still employed"                 to WS-Sep-Desc
              when Uic-Sep-Never      move "Never employed by this company" to WS-Sep-Desc
              when other              move spaces                           to WS-Sep-Desc
     end-evaluate.
     if       Uic-Contest = "Y"
              move     "YES" to WS-Contest-Text
     else
              move     "NO"  to WS-Contest-Text
     end-if.
     move     zero to WS-BP-Std-Total WS-BP-Alt-Total.
     perform  varying WS-Sub from 1 by 1 until WS-Sub > 5
              move     Uic-BP-Qtr (WS-Sub) to WS-Qtr
              move     spaces to WS-BP-Text (WS-Sub)
              if       WS-Qtr not = zero
                       string   WS-Qtr-Year delimited by size
                                " Q"        delimited by size
                                WS-Qtr-No   delimited by size
                                into WS-BP-Text (WS-Sub)
              end-if
              move     space to WS-BP-Std (WS-Sub) WS-BP-Alt (WS-Sub)
              if       WS-Sub < 5
                       move     "X" to WS-BP-Std (WS-Sub)
                       add      Uic-BP-Wages (WS-Sub) to WS-BP-Std-Total
              end-if
              if       WS-Sub > 1
                       move     "X" to WS-BP-Alt (WS-Sub)
                       add      Uic-BP-Wages (WS-Sub) to WS-BP-Alt-Total
              end-if
     end-perform.
     if       Uic-Appeal-Result not = space
              move     Uic-Appeal-Result to WS-Final
     else
              move     Uic-Det-Result    to WS-Final
     end-if.
     evaluate WS-Final
              when "A"  move "ALLOWED" to WS-Final-Text
              when "D"  move "DENIED"  to WS-Final-Text
              when other
                        move "PENDING" to WS-Final-Text
     end-evaluate.
     move     Uic-SSN to WS-SSN-9.
     call     "pymask" using WS-SSN-9 WS-Mask-Role WS-SSN-Show.
*>
 bx020-Exit.  exit section.
*>
 bz000-Labels                section.
*>**********************************
*>
     display  "State                  [  ]"                        at line  3 col 1.
     display  "Claim number           [            ]"              at line  4 col 1.
     display  "Employee number        [       ]  0 = not on file"  at line  5 col 1.
     display  "Claimant SSN           [         ]"                 at line  6 col 1.
     display  "Claimant name          [                                ]"
                                                                   at line  7 col 1.
     display  "UI account number      [               ]"           at line  8 col 1.
     display  "Notice received        [        ]"                  at line  9 col 1.
     display  "Claim effective        [        ]"                  at line 10 col 1.
     display  "Response due           [        ]"                  at line 11 col 1.
     display  "Separation reason      [ ]  Q/D/L/S/N"              at line 12 col 1.
     display  "Last day worked        [        ]"                  at line 13 col 1.
     display  "Contest the claim      [ ]  Y/N"                    at line 14 col 1.
     display  "Response sent          [        ]"                  at line 15 col 1.
     display  "Determination date     [        ]"                  at line 16 col 1.
     display  "Determination          [ ]  A/D"                    at line 17 col 1.
     display  "Appeal filed           [        ]"                  at line 18 col 1.
     display  "Appealed by            [ ]  E/C"                    at line 19 col 1.
     display  "Appeal decision        [ ]  A/D"                    at line 20 col 1.
*>
 bz000-Exit.  exit section.
*>
 bz010-Get-Key               section.
*>**********************************
*>
     move     "N" to WS-Key-OK.
     move     spaces to WS-State WS-Claim-Id.
     accept   WS-State at line 3 col 25 with UPPER UPDATE.
     if       WS-State = spaces or COB-CRT-Status = COB-SCR-ESC
              go to    bz010-Exit.
     accept   WS-Claim-Id at line 4 col 25 with UPPER UPDATE.
     if       WS-Claim-Id = spaces or COB-CRT-Status = COB-SCR-ESC
              go to    bz010-Exit.
     move     WS-State    to Uic-State.
     move     WS-Claim-Id to Uic-Claim-Id.
     move     "Y" to WS-Key-OK.
*>
 bz010-Exit.  exit section.
*>
 bz020-Show-Claim            section.
*>**********************************
*>
     perform  bx020-Describe.
     display  Uic-Emp-No       at line  5 col 25.
     display  WS-SSN-Show      at line  6 col 25.
     display  Uic-Name         at line  7 col 25.
     display  Uic-Er-Acct      at line  8 col 25.
     display  Uic-Received     at line  9 col 25.
     display  Uic-Eff-Date     at line 10 col 25.
     display  Uic-Due          at line 11 col 25.
     display  Uic-Sep-Reason   at line 12 col 25.
     display  Uic-Last-Day     at line 13 col 25.
     display  Uic-Contest      at line 14 col 25.
     display  Uic-Responded    at line 15 col 25.
     display  Uic-Det-Date     at line 16 col 25.
     display  Uic-Det-Result   at line 17 col 25.
     display  Uic-Appeal-Date  at line 18 col 25.
     display  Uic-Appeal-By    at line 19 col 25.
     display  Uic-Appeal-Result at line 20 col 25.
     display  "Base period wages"                at line  9 col 60 with foreground-color 2.
     move     10 to WS-Row.
     perform  varying WS-Sub from 1 by 1 until WS-Sub > 5
              display  WS-BP-Text (WS-Sub) at line WS-Row col 60
              move     Uic-BP-Wages (WS-Sub) to WS-Disp-Amt
              display  WS-Disp-Amt         at line WS-Row col 68
              add      1 to WS-Row
     end-perform.
     move     WS-BP-Std-Total to WS-Disp-Amt.
     display  "Std"                              at line 15 col 60.
     display  WS-Disp-Amt                        at line 15 col 68.
     move     WS-BP-Alt-Total to WS-Disp-Amt.
     display  "Alt"                              at line 16 col 60.
     display  WS-Disp-Amt                        at line 16 col 68.
     display  "Charged to date"                  at line 18 col 60 with foreground-color 2.
     move     Uic-Charged-Amt to WS-Disp-Amt.
     display  WS-Disp-Amt                        at line 19 col 68.
     display  WS-Final-Text                      at line 20 col 60.
*>
 bz020-Exit.  exit section.
*>
 bz030-Accept-Notice         section.
*>**********************************
*>
*> The notice and the response - SSN and name are keyed only for a
*> claimant who is not on the employee file.
*>
     if       Uic-Emp-No = zero
              accept   Uic-SSN   at line  6 col 25 with UPDATE
              if       COB-CRT-Status = COB-SCR-ESC
                       go to    bz030-Exit
              end-if
              accept   Uic-Name  at line  7 col 25 with UPDATE
     end-if.
     accept   Uic-Er-Acct    at line  8 col 25 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    bz030-Exit.
     accept   Uic-Received   at line  9 col 25 with UPDATE.
     accept   Uic-Eff-Date   at line 10 col 25 with UPDATE.
     accept   Uic-Due        at line 11 col 25 with UPDATE.
     accept   Uic-Sep-Reason at line 12 col 25 with UPPER UPDATE.
     accept   Uic-Last-Day   at line 13 col 25 with UPDATE.
     accept   Uic-Contest    at line 14 col 25 with UPPER UPDATE.
     accept   Uic-Responded  at line 15 col 25 with UPDATE.
*>
 bz030-Exit.  exit section.
*>
 bz040-Accept-Tracking       section.
*>**********************************
*>
     accept   Uic-Det-Date      at line 16 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    bz040-Exit.
     accept   Uic-Det-Result    at line 17 col 25 with UPPER UPDATE.
     accept   Uic-Appeal-Date   at line 18 col 25 with UPDATE.
     accept   Uic-Appeal-By     at line 19 col 25 with UPPER UPDATE.
     accept   Uic-Appeal-Result at line 20 col 25 with UPPER UPDATE.
*>
 bz040-Exit.  exit section.
*>
 bz050-Validate              section.
*>**********************************
*>
*> Sets WS-Bad-Entry. An effective date left zero is taken as the
*> date received and the response due as 10 days after receipt.
*>
     move     "N" to WS-Bad-Entry.
     if       Uic-Received = zero
        or    TEST-DATE-YYYYMMDD (Uic-Received) not = zero
              move     "Y" to WS-Bad-Entry
              go to    bz050-Exit.
     if       Uic-Eff-Date = zero
              move     Uic-Received to Uic-Eff-Date.
     if       Uic-Due = zero
              move     DATE-OF-INTEGER (INTEGER-OF-DATE (Uic-Received) + 10) to Uic-Due.
     if       TEST-DATE-YYYYMMDD (Uic-Eff-Date) not = zero
        or    TEST-DATE-YYYYMMDD (Uic-Due) not = zero
              move     "Y" to WS-Bad-Entry.
     if      (Uic-Last-Day not = zero
              and TEST-DATE-YYYYMMDD (Uic-Last-Day) not = zero)
        or   (Uic-Responded not = zero
              and TEST-DATE-YYYYMMDD (Uic-Responded) not = zero)
        or   (Uic-Det-Date not = zero
              and TEST-DATE-YYYYMMDD (Uic-Det-Date) not = zero)
        or   (Uic-Appeal-Date not = zero
              and TEST-DATE-YYYYMMDD (Uic-Appeal-Date) not = zero)
              move     "Y" to WS-Bad-Entry.
     if       not Uic-Sep-Quit and not Uic-Sep-Discharge and not Uic-Sep-Layoff
                                and not Uic-Sep-Employed  and not Uic-Sep-Never
        or    Uic-Contest not = "Y" and not = "N"
        or   (Uic-Emp-No = zero and Uic-SSN = zero)
              move     "Y" to WS-Bad-Entry.
     if       Uic-Det-Result not = space and not = "A" and not = "D"
        or   (Uic-Det-Result not = space and Uic-Det-Date = zero)
        or    Uic-Appeal-By not = space and not = "E" and not = "C"
        or   (Uic-Appeal-Date not = zero and Uic-Appeal-By = space)
        or    Uic-Appeal-Result not = space and not = "A" and not = "D"
        or   (Uic-Appeal-Result not = space and Uic-Appeal-Date = zero)
              move     "Y" to WS-Bad-Entry.
*>
 bz050-Exit.  exit section.
*>
 ca000-Change-Claim          section.
*>**********************************
*>
*> Change a notice and track it through the response, the state's
*> determination and any appeal. D deletes a claim keyed in error.
*>
 ca005-Get-Key.
     display  "UI Claim - Change / Track" at line 1 col 1 with erase eos.
     perform  bz000-Labels.
     perform  bz010-Get-Key.
     if       WS-Key-OK not = "Y"
              go to    ca000-Exit.
     read     PY-UI-Claim-File key Uic-Key
              invalid key
                       display  PY364    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ca005-Get-Key
     end-read.
     perform  bz020-Show-Claim.
*>
 ca010-Accept.
     perform  bz030-Accept-Notice.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca005-Get-Key.
     perform  bz040-Accept-Tracking.
     perform  bz050-Validate.
     if       WS-Bad-Entry = "Y"
              display  PY363    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca010-Accept.
     if       Uic-Emp-No not = zero
              display  "Refresh the base period wages (Y/N) [ ]" at line 21 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 21 col 38 with UPPER
              if       WS-Reply = "Y"
                       perform  bx000-Base-Wages
              end-if
     end-if.
     perform  bz020-Show-Claim.
*>
     display  "S = Save, D = Delete, Enter = leave as it was [ ]" at line 22 col 1.
     move     space to WS-Reply.
     accept   WS-Reply at line 22 col 48 with UPPER.
     evaluate WS-Reply
              when "S"  rewrite  PY-UI-Claim-Record
              when "D"  delete   PY-UI-Claim-File record
              when other
                        continue
     end-evaluate.
     go       to ca005-Get-Key.
*>
 ca000-Exit.  exit section.
*>
 da000-Worksheet             section.
*>**********************************
*>
*> The response worksheet for one claim - what the state asks for,
*> gathered in one place, to complete its form from or send as is.
*>
     display  "UI Claim - Response Worksheet" at line 1 col 1 with erase eos.
     perform  bz000-Labels.
     perform  bz010-Get-Key.
     if       WS-Key-OK not = "Y"
              go to    da000-Exit.
     read     PY-UI-Claim-File key Uic-Key
              invalid key
                       display  PY364    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    da000-Exit
     end-read.
     move     zero   to WS-Hire-Date.
     move     spaces to WS-Job-Code.
     if       Uic-Emp-No not = zero
              move     Uic-Emp-No to Emp-No
              read     PY-Employee-File key Emp-No
                       invalid key
                                continue
                       not invalid key
                                move     Emp-Start-Date to WS-Hire-Date
                                move     Emp-Job-Code   to WS-Job-Code
              end-read
     end-if.
     perform  bx020-Describe.
     move     "A" to WS-Mask-Role.                  *> the state needs the number
     move     Uic-SSN to WS-SSN-9.
     call     "pymask" using WS-SSN-9 WS-Mask-Role WS-SSN-Show.
     move     WS-CD-Args (9:1) to WS-Mask-Role.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate UI-Worksheet.
     generate UI-Worksheet-Body.
     terminate UI-Worksheet.
     close    Print-File.
     call     "SYSTEM" using Print-Report.
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs.  *> report repository
*>
 da000-Exit.  exit section.
*>
 ea000-Tracking              section.
*>**********************************
*>
*> Claims not yet finally decided or not yet answered (O), or every
*> claim on file (A), in state and claim number order.
*>
     display  "UI Claims - Tracking List" at line 1 col 1 with erase eos.
     display  "O = Open claims only, A = All claims [O]" at line 4 col 1.
     move     "O" to WS-Trk-Mode.
     accept   WS-Trk-Mode at line 4 col 39 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ea000-Exit.
     if       WS-Trk-Mode not = "A"
              move     "O" to WS-Trk-Mode.
     move     zero to WS-Cnt-Claims WS-Cnt-Overdue WS-Cnt-Contested WS-Tot-Charged.
     move     low-values to Uic-Key.
     start    PY-UI-Claim-File key not < Uic-Key
              invalid key
                       display  PY365    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ea000-Exit
     end-start.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate UI-Track-Report.
     perform  forever
              read     PY-UI-Claim-File next record at end
                       exit perform
              end-read
              if       PY-Uic-Status not = "00"
                       exit perform
              end-if
              perform  bx020-Describe
              if       WS-Trk-Mode = "O"
                 and   WS-Final not = space
                 and   Uic-Responded not = zero
                       exit perform cycle
              end-if
              move     spaces to WS-Trk-Flag
              if       Uic-Responded = zero
                       if       WS-Today > Uic-Due
                                move     "OVERDUE" to WS-Trk-Flag
                                add      1 to WS-Cnt-Overdue
                       else
                                compute  WS-Days-Left = INTEGER-OF-DATE (Uic-Due)
                                                      - INTEGER-OF-DATE (WS-Today)
                                if       WS-Days-Left not > 3
                                         move     "DUE" to WS-Trk-Flag
                                end-if
                       end-if
              else
                       if       Uic-Responded > Uic-Due
                                move     "LATE" to WS-Trk-Flag
                       end-if
              end-if
              if       Uic-Contest = "Y"
                       add      1 to WS-Cnt-Contested
              end-if
              add      1 to WS-Cnt-Claims
              add      Uic-Charged-Amt to WS-Tot-Charged
              generate UI-Track-Detail
     end-perform.
     terminate UI-Track-Report.
     if       WS-Cnt-Claims > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
     else
              close    Print-File
              display  PY365    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     end-if.
*>
 ea000-Exit.  exit section.
*>
 fa000-Charge-Statement      section.
*>**********************************
*>
*> The state's benefit charge statement keyed line by line - the
*> claimant's SSN and the amount charged - then checked against the
*> claims, printed, and if wanted posted to the claims.
*>
     display  "UI Benefit Charge Statement Check" at line 1 col 1 with erase eos.
     display  "State                  [  ]"        at line 3 col 1.
     display  "Statement date         [        ]"  at line 4 col 1.
     move     spaces to WS-State.
     accept   WS-State at line 3 col 25 with UPPER UPDATE.
     if       WS-State = spaces or COB-CRT-Status = COB-SCR-ESC
              go to    fa000-Exit.
     move     WS-Today to WS-Stmt-Date.
     accept   WS-Stmt-Date at line 4 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    fa000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-Stmt-Date) not = zero
              display  PY363    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    fa000-Exit.
*>
     display  "Claimant SSN [         ]  Amount charged [          ]  SSN 0 = end"
                                                        at line 6 col 1.
     move     zero to WS-Chg-Count WS-Chg-Total.
     perform  forever
              move     zero to WS-Chg-SSN WS-Chg-Amt
              accept   WS-Chg-SSN at line 6 col 15 with UPDATE
              if       WS-Chg-SSN = zero or COB-CRT-Status = COB-SCR-ESC
                       exit perform
              end-if
              accept   WS-Chg-Amt at line 6 col 43 with UPDATE
              if       WS-Chg-Amt = zero
                       exit perform cycle
              end-if
              if       WS-Chg-Count not < 200
                       display  PY367    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       exit perform
              end-if
              add      1 to WS-Chg-Count
              move     WS-Chg-SSN to CT-SSN (WS-Chg-Count)
              move     WS-Chg-Amt to CT-Amt (WS-Chg-Count)
              add      WS-Chg-Amt to WS-Chg-Total
              move     WS-Chg-Count to WS-Disp-Cnt
              move     WS-Chg-Total to WS-Disp-Amt
              display  "Lines"      at line 8 col 1
              display  WS-Disp-Cnt  at line 8 col 7
              display  "Total"      at line 8 col 15
              display  WS-Disp-Amt  at line 8 col 21
     end-perform.
     if       WS-Chg-Count = zero
              display  PY368    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    fa000-Exit.
*>
     move     zero to WS-Cnt-Flagged WS-Chg-Flagged.
     perform  varying Q from 1 by 1 until Q > WS-Chg-Count
              perform  fb000-Check-Line
     end-perform.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate UI-Charge-Report.
     perform  varying Q from 1 by 1 until Q > WS-Chg-Count
              generate UI-Charge-Detail
     end-perform.
     terminate UI-Charge-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs.  *> report repository
*>
     display  "Lines queried"   at line 10 col 1.
     move     WS-Cnt-Flagged to WS-Disp-Cnt.
     display  WS-Disp-Cnt       at line 10 col 15.
     move     WS-Chg-Flagged to WS-Disp-Amt.
     display  WS-Disp-Amt       at line 10 col 21.
     display  "Post the charges to the claims charged to date (Y/N) [ ]" at line 12 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 12 col 55 with UPPER.
     if       WS-Reply = "Y"
              perform  fc000-Post-Charges.
*>
 fa000-Exit.  exit section.
*>
 fb000-Check-Line            section.
*>**********************************
*>
*> Finds the claim for charge line Q - this state, the same SSN, the
*> latest one effective by the statement date - and says why the
*> charge should be protested, if it should.
*>
     move     spaces to CT-Claim-Id (Q) CT-Name (Q) CT-Flag (Q).
     move     zero   to CT-Emp-No (Q) WS-Best-Eff.
     move     "N"    to CT-Posted (Q).
     move     CT-SSN (Q) to WS-SSN-9.
     call     "pymask" using WS-SSN-9 WS-Mask-Role WS-SSN-Show.
     move     WS-SSN-Show to CT-SSN-Show (Q).
*>
     move     WS-State   to Uic-State.
     move     low-values to Uic-Claim-Id.
     start    PY-UI-Claim-File key not < Uic-Key
              invalid key
                       go to    fb010-No-Claim
     end-start.
     perform  forever
              read     PY-UI-Claim-File next record at end
                       exit perform
              end-read
              if       PY-Uic-Status not = "00"
                 or    Uic-State not = WS-State
                       exit perform
              end-if
              if       Uic-SSN = CT-SSN (Q)
                 and   Uic-Eff-Date not > WS-Stmt-Date
                 and   Uic-Eff-Date not < WS-Best-Eff
                       move     Uic-Eff-Date to WS-Best-Eff
                       move     Uic-Claim-Id to CT-Claim-Id (Q)
              end-if
     end-perform.
     if       CT-Claim-Id (Q) = spaces
              go to    fb010-No-Claim.
*>
     move     WS-State        to Uic-State.
     move     CT-Claim-Id (Q) to Uic-Claim-Id.
     read     PY-UI-Claim-File key Uic-Key.
     move     Uic-Emp-No to CT-Emp-No (Q).
     move     Uic-Name   to CT-Name (Q).
     perform  bx020-Describe.
     evaluate true
              when Uic-Sep-Never
                        move "NEVER EMPLOYED - PROTEST"       to CT-Flag (Q)
              when WS-Final = "D"
                        move "DECIDED FOR US - PROTEST"       to CT-Flag (Q)
              when Uic-Contest = "Y" and WS-Final = space
                        move "CONTESTED - DECISION PENDING"   to CT-Flag (Q)
              when Uic-Contest = "Y"
                        move "CONTESTED - CLAIM ALLOWED"      to CT-Flag (Q)
              when other
                        continue
     end-evaluate.
     go       to fb090-Count.
*>
 fb010-No-Claim.
*>
*> No notice for this SSN - find out whether we ever employed them.
*>
     move     "N"  to WS-Found.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to    fb020-Not-Found
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-SSN = CT-SSN (Q)
                       move     "Y"      to WS-Found
                       move     Emp-No   to CT-Emp-No (Q)
                       move     Emp-Name to CT-Name (Q)
                       exit perform
              end-if
     end-perform.
*>
 fb020-Not-Found.
     if       WS-Found = "Y"
              move     "NO CLAIM NOTICE ON FILE"  to CT-Flag (Q)
     else
              move     "NEVER EMPLOYED - PROTEST" to CT-Flag (Q)
     end-if.
*>
 fb090-Count.
     if       CT-Flag (Q) not = spaces
              add      1 to WS-Cnt-Flagged
              add      CT-Amt (Q) to WS-Chg-Flagged.
*>
 fb000-Exit.  exit section.
*>
 fc000-Post-Charges          section.
*>**********************************
*>
*> Adds each line's charge to its claim. A claim already posted from
*> this statement (or a later one) is left alone, unless it is an
*> earlier line of this same run that posted it, so the statement
*> can be checked again without charging twice.
*>
     move     zero to WS-Cnt-Posted.
     perform  varying Q from 1 by 1 until Q > WS-Chg-Count
              if       CT-Claim-Id (Q) = spaces
                       exit perform cycle
              end-if
              move     WS-State        to Uic-State
              move     CT-Claim-Id (Q) to Uic-Claim-Id
              read     PY-UI-Claim-File key Uic-Key
                       invalid key
                                exit perform cycle
              end-read
              move     "N" to WS-Found
              perform  varying Q2 from 1 by 1 until Q2 not < Q
                       if       CT-Claim-Id (Q2) = CT-Claim-Id (Q)
                          and   CT-Posted (Q2) = "Y"
                                move     "Y" to WS-Found
                       end-if
              end-perform
              if       Uic-Last-Stmt not < WS-Stmt-Date
                 and   WS-Found not = "Y"
                       exit perform cycle
              end-if
              add      CT-Amt (Q)   to Uic-Charged-Amt
              move     WS-Stmt-Date to Uic-Last-Stmt
              rewrite  PY-UI-Claim-Record
              move     "Y" to CT-Posted (Q)
              add      1 to WS-Cnt-Posted
     end-perform.
     move     WS-Cnt-Posted to WS-Disp-Cnt.
     display  "Lines posted"    at line 14 col 1.
     display  WS-Disp-Cnt       at line 14 col 15.
     perform  az060-Error.
*>
 fc000-Exit.  exit section.
