       >>source free
*>****************************************************************
*>      OSHA Injury & Illness Recordkeeping - Form 300 Log,      *
*>      Form 300A Annual Summary & ITA Upload File               *
*>            Uses RW (Report writer for prints)                 *
*>                                                               *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyosha.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Keeps the OSHA recordable injury and illness
*>                      cases on PY-OSHA-Case-File (pyosha), keyed year
*>                      + case number, each tied to the employee and
*>                      taking the worksite, department, WC class and
*>                      job from the employee record at the time. A
*>                      worksite (Emp-Worksite, PY-Worksite-File) is an
*>                      OSHA establishment - a blank worksite is the
*>                      whole company under the payroll parameters.
*>
*>                      Functions off one menu:
*>
*>                      A - a new case, numbered next for its year -
*>                          date, where, description, body part,
*>                          the classification (G death, H days away,
*>                          I job transfer / restriction, J other),
*>                          days away and restricted (180 at most) and
*>                          the injury / illness type (M1 - M6);
*>                      C - changes a case or deletes one keyed in
*>                          error;
*>                      L - prints the Form 300 log for a year and
*>                          establishment, privacy cases unnamed, with
*>                          the column totals;
*>                      S - the Form 300A summary for a year and
*>                          establishment - the case totals plus the
*>                          annual average employment and total hours
*>                          worked from the check history: employees
*>                          paid per pay date averaged over the pay
*>                          dates of the year, and Chkh-Hours, a
*>                          salaried check with no hours counting as
*>                          2080 / pay frequency. Both can be overkeyed
*>                          before printing. It then writes, if wanted,
*>                          the Injury Tracking Application (ITA) 300A
*>                          upload CSV - PY-OSHA-ITA-File.
*>
*>                      Cases with days away also list under their WC
*>                      class on pywcprem's premium report.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrcapt.
*>                      pyxreg.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      TEST-DATE-YYYYMMDD.
*>                      TRIM.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master.
*>                      pywks.   Worksites.
*>                      pychkh.  Check History.
*>                      pychka.  Check History Archive.
*>                      pyosha.  OSHA Cases - I-O.
*>                      pyoshita. ITA Upload File - Output.
*>                      prt-1.   Form 300 Log & 300A Summary.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY369 - 376, PY445 - 447, PY468.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 The ITA upload file is refused for a training
*>                       company (PY-PR9-Training, built by pytrain).
*>                       New msg PY468.
*> 15/10/26 vbc - 1.0.02 The ITA upload CSV is registered on the outbound
*>                       release log (pyxreg) once closed - held until a
*>                       supervisor releases it in pyxmit, a rebuild of one
*>                       already released shown as a possible duplicate.
*>                       New msgs PY445 - 447. Envdiv & Special-Names
*>                       added as the other programs.
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
 copy "selpywks.cob".
 copy "selpychkh.cob".
 copy "selpychka.cob".
 copy "selpyosh.cob".
 copy "selpyita.cob".
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
 copy "fdpywks.cob".
 copy "fdpychkh.cob".
 copy "fdpychka.cob".
 copy "fdpyosh.cob".
 copy "fdpyita.cob".
*>
 fd  Print-File
     reports are Osha-300-Log
                 Osha-300A-Summary.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyosha   (1.0.02)".  *> First release pre testing.
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
     03  PY-Wks-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Chka-Status      pic xx.
     03  PY-Osh-Status       pic xx.
     03  PY-Ita-Status       pic xx.
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
     03  WS-Wks-Open         pic x        value "N".
     03  WS-Chkh-Open        pic x        value "N".
     03  WS-Chka-Open        pic x        value "N".
     03  WS-Key-OK           pic x        value "N".
     03  WS-Bad-Entry        pic x        value "N".
     03  WS-Sub              pic 99       value zero.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-Days        pic zzzzzz9.
*>
*> Case key, employee and establishment as keyed.
*>
     03  WS-Year             pic 9(4)     value zero.
     03  WS-Case-No          pic 9(4)     value zero.
     03  WS-Emp-No           pic 9(7)     value zero.
     03  WS-Site             pic x(4)     value spaces.   *> spaces = whole company
     03  WS-Wk-Year          pic 9(4)     value zero.
*>
*> The establishment - a worksite or the company itself.
*>
     03  WS-Est-Name         pic x(60)    value spaces.
     03  WS-Est-Street       pic x(32)    value spaces.
     03  WS-Est-City         pic x(24)    value spaces.
     03  WS-Est-State        pic xx       value spaces.
     03  WS-Est-Zip          pic x(10)    value spaces.
     03  WS-Est-NAICS        pic 9(6)     value zero.
     03  WS-Est-Industry     pic x(40)    value spaces.
     03  WS-Est-Size         pic 9        value zero.    *> ITA size band 1 - 4
     03  WS-Ein              pic x(9)     value spaces.
     03  WS-Ein-Len          pic 99       value zero.
*>
*> Form 300 column totals - cases by classification (G - J), days
*> (K and L) and cases by type (M1 - M6).
*>
     03  WS-Osha-Totals.
         05  WS-Cnt-Cases        pic 9(5).
         05  WS-Tot-Deaths       pic 9(5).
         05  WS-Tot-Dafw-Cases   pic 9(5).
         05  WS-Tot-Djtr-Cases   pic 9(5).
         05  WS-Tot-Other-Cases  pic 9(5).
         05  WS-Tot-Dafw-Days    pic 9(7).
         05  WS-Tot-Djtr-Days    pic 9(7).
         05  WS-Tot-Type         pic 9(5)     occurs 6.
*>
*> Employment and hours for the 300A - each non-void check in the
*> year counts one employee paid on its check date.
*>
     03  WS-Avg-Emp          pic 9(6)     value zero.
     03  WS-Tot-Hours        pic 9(10)    value zero.
     03  WS-Hours-Work       pic 9(10)v99 comp-3 value zero.
     03  WS-Chk-Hrs          pic 9(4)v99  comp-3 value zero.
     03  WS-Chk-Count        pic 9(7)     comp   value zero.
     03  WS-Pd-Count         pic 999      comp   value zero.
     03  WS-Pd-Sub           pic 999      comp   value zero.
     03  WS-Pd-Date          pic 9(8)     occurs 400.
*>
*> ITA upload line building.
*>
     03  WS-Csv-Line         pic x(512)   value spaces.
     03  WS-Csv-Ptr          pic 999      value 1.
     03  WS-Csv-Text         pic x(60)    value spaces.
     03  WS-Csv-Value        pic 9(10)    value zero.
     03  WS-Csv-Num          pic z(9)9.
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
     03  PY369           pic x(26) value "PY369 Employee not on file".
     03  PY370           pic x(22) value "PY370 Case not on file".
     03  PY371           pic x(64) value "PY371 Check entries - dates ccyymmdd in the year, codes as shown".
     03  PY372           pic x(47) value "PY372 Case number already used - case not saved".
     03  PY373           pic x(68) value "PY373 Check history not kept or not found - key employment and hours".
     03  PY374           pic x(26) value "PY374 Worksite not on file".
     03  PY375           pic x(54) value "PY375 No cases on file for that year and establishment".
     03  PY376           pic x(44) value "PY376 ITA upload file written - pyoshita.csv".
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
*> The Form 300 log - 132 columns, two lines a case.
*>
 RD  Osha-300-Log
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 7
     Last  Detail WS-Page-Lines.
*>
 01  Osha-Log-Head  Type Page Heading.
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
         05  col  30     pic x(66)   value "OSHA Form 300 - Log of Work-Related Injuries and Illnesses - Year".
         05  col  97     pic 9(4)    source WS-Year.
     03  line  4.
         05  col   1     pic x(14)   value "Establishment".
         05  col  15     pic x(60)   source WS-Est-Name.
         05  col  76     pic x(24)   source WS-Est-City.
         05  col 101     pic xx      source WS-Est-State.
     03  line  5.
         05  col   1                 value "Case Employee name          Job title      Date     Where event occurred".
         05  col  70                 value "Description of injury or illness  Classify Days    Type".
     03  line  6.
         05  col   6                 value "Dept  WC class   Site".
         05  col  53                 value "Body part".
         05  col 101                 value "G H I J Away Rstr 1 2 3 4 5 6".
*>
 01  Osha-Log-Detail type is detail.
     03  line + 1.
         05  col   1     pic zzz9          source Osh-Case-No.
         05  col   6     pic x(22)         source Osh-Emp-Name     present when Osh-Privacy not = "Y".
         05  col   6     pic x(12)         value "Privacy case" present when Osh-Privacy = "Y".
         05  col  29     pic x(14)         source Osh-Job-Title.
         05  col  44     pic 9(8)          source Osh-Date.
         05  col  53     pic x(16)         source Osh-Where.
         05  col  70     pic x(30)         source Osh-Desc-1.
         05  col 101     pic x             value "X" present when Osh-Class-Death.
         05  col 103     pic x             value "X" present when Osh-Class-Days-Away.
         05  col 105     pic x             value "X" present when Osh-Class-Restricted.
         05  col 107     pic x             value "X" present when Osh-Class-Other.
         05  col 109     pic zz9           source Osh-Days-Away.
         05  col 114     pic zz9           source Osh-Days-Restrict.
         05  col 119     pic x             value "X" present when Osh-Type-Injury.
         05  col 121     pic x             value "X" present when Osh-Type-Skin.
         05  col 123     pic x             value "X" present when Osh-Type-Respiratory.
         05  col 125     pic x             value "X" present when Osh-Type-Poisoning.
         05  col 127     pic x             value "X" present when Osh-Type-Hearing.
         05  col 129     pic x             value "X" present when Osh-Type-Other-Illness.
     03  line + 1.
         05  col   6     pic x(4)          source Osh-Dept.
         05  col  12     pic x(4)          source Osh-WC-Class.
         05  col  23     pic x(4)          source Osh-Worksite.
         05  col  53     pic x(16)         source Osh-Body-Part.
         05  col  70     pic x(30)         source Osh-Desc-2.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col   1     pic x(34)         value "Cases on the log                 :".
         05  col  36     pic zzzz9         source WS-Cnt-Cases.
     03  line + 2.
         05  col   1     pic x(34)         value "(G) Deaths                       :".
         05  col  36     pic zzzz9         source WS-Tot-Deaths.
         05  col  50     pic x(34)         value "(K) Days away from work          :".
         05  col  85     pic zzzzzz9       source WS-Tot-Dafw-Days.
     03  line + 1.
         05  col   1     pic x(34)         value "(H) Days away from work cases    :".
         05  col  36     pic zzzz9         source WS-Tot-Dafw-Cases.
         05  col  50     pic x(34)         value "(L) Days job transfer/restriction:".
         05  col  85     pic zzzzzz9       source WS-Tot-Djtr-Days.
     03  line + 1.
         05  col   1     pic x(34)         value "(I) Job transfer/restriction     :".
         05  col  36     pic zzzz9         source WS-Tot-Djtr-Cases.
     03  line + 1.
         05  col   1     pic x(34)         value "(J) Other recordable cases       :".
         05  col  36     pic zzzz9         source WS-Tot-Other-Cases.
     03  line + 2.
         05  col   1     pic x(34)         value "(M1) Injuries                    :".
         05  col  36     pic zzzz9         source WS-Tot-Type (1).
         05  col  50     pic x(34)         value "(M4) Poisonings                  :".
         05  col  87     pic zzzz9         source WS-Tot-Type (4).
     03  line + 1.
         05  col   1     pic x(34)         value "(M2) Skin disorders              :".
         05  col  36     pic zzzz9         source WS-Tot-Type (2).
         05  col  50     pic x(34)         value "(M5) Hearing loss                :".
         05  col  87     pic zzzz9         source WS-Tot-Type (5).
     03  line + 1.
         05  col   1     pic x(34)         value "(M3) Respiratory conditions      :".
         05  col  36     pic zzzz9         source WS-Tot-Type (3).
         05  col  50     pic x(34)         value "(M6) All other illnesses         :".
         05  col  87     pic zzzz9         source WS-Tot-Type (6).
*>
*> The Form 300A annual summary - one page, 80 columns, to post at
*> the establishment from February 1 to April 30.
*>
 RD  Osha-300A-Summary
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 1
     Last  Detail WS-Page-Lines.
*>
 01  Osha-300A-Body type is detail.
     03  line  1.
         05  col   9     pic x(63)         value "OSHA FORM 300A - SUMMARY OF WORK-RELATED INJURIES AND ILLNESSES".
     03  line  2.
         05  col  34     pic x(9)          value "Year".
         05  col  39     pic 9(4)          source WS-Year.
     03  line  4.
         05  col   1     pic x(20)         value "Establishment".
         05  col  22     pic x(59)         source WS-Est-Name.
     03  line  5.
         05  col   1     pic x(20)         value "Street".
         05  col  22     pic x(32)         source WS-Est-Street.
     03  line  6.
         05  col   1     pic x(20)         value "City / State / ZIP".
         05  col  22     pic x(24)         source WS-Est-City.
         05  col  47     pic xx            source WS-Est-State.
         05  col  50     pic x(10)         source WS-Est-Zip.
     03  line  7.
         05  col   1     pic x(20)         value "Industry (NAICS)".
         05  col  22     pic z(6)          source WS-Est-NAICS.
         05  col  30     pic x(40)         source WS-Est-Industry.
     03  line  8.
         05  col   1     pic x(20)         value "Employer ID (EIN)".
         05  col  22     pic x(15)         source PY-PR1-Fed-ID.
     03  line 10.
         05  col   1     pic x(15)         value "Number of cases".
     03  line 11.
         05  col   3     pic x(42)         value "(G) Total number of deaths".
         05  col  47     pic zzzz9         source WS-Tot-Deaths.
     03  line 12.
         05  col   3     pic x(42)         value "(H) Cases with days away from work".
         05  col  47     pic zzzz9         source WS-Tot-Dafw-Cases.
     03  line 13.
         05  col   3     pic x(42)         value "(I) Cases with job transfer or restriction".
         05  col  47     pic zzzz9         source WS-Tot-Djtr-Cases.
     03  line 14.
         05  col   3     pic x(42)         value "(J) Other recordable cases".
         05  col  47     pic zzzz9         source WS-Tot-Other-Cases.
     03  line 16.
         05  col   1     pic x(14)         value "Number of days".
     03  line 17.
         05  col   3     pic x(42)         value "(K) Total days away from work".
         05  col  45     pic zzzzzz9       source WS-Tot-Dafw-Days.
     03  line 18.
         05  col   3     pic x(42)         value "(L) Total days of job transfer/restriction".
         05  col  45     pic zzzzzz9       source WS-Tot-Djtr-Days.
     03  line 20.
         05  col   1     pic x(31)         value "Injury and illness types".
     03  line 21.
         05  col   3     pic x(42)         value "(M1) Injuries".
         05  col  47     pic zzzz9         source WS-Tot-Type (1).
     03  line 22.
         05  col   3     pic x(42)         value "(M2) Skin disorders".
         05  col  47     pic zzzz9         source WS-Tot-Type (2).
     03  line 23.
         05  col   3     pic x(42)         value "(M3) Respiratory conditions".
         05  col  47     pic zzzz9         source WS-Tot-Type (3).
     03  line 24.
         05  col   3     pic x(42)         value "(M4) Poisonings".
         05  col  47     pic zzzz9         source WS-Tot-Type (4).
     03  line 25.
         05  col   3     pic x(42)         value "(M5) Hearing loss".
         05  col  47     pic zzzz9         source WS-Tot-Type (5).
     03  line 26.
         05  col   3     pic x(42)         value "(M6) All other illnesses".
         05  col  47     pic zzzz9         source WS-Tot-Type (6).
     03  line 28.
         05  col   1     pic x(22)         value "Employment information".
     03  line 29.
         05  col   3     pic x(42)         value "Annual average number of employees".
         05  col  45     pic zzz,zz9       source WS-Avg-Emp.
     03  line 30.
         05  col   3     pic x(42)         value "Total hours worked by all employees".
         05  col  38     pic z,zzz,zzz,zz9 source WS-Tot-Hours.
     03  line 33.
         05  col   1     pic x(68)         value "Knowingly falsifying this document may result in a fine.".
     03  line 34.
         05  col   1     pic x(74)         value "I certify that I have examined this document and that to the best of my".
     03  line 35.
         05  col   1     pic x(74)         value "knowledge the entries are true, accurate and complete.".
     03  line 38.
         05  col   1     pic x(38)         value "Company executive ____________________".
         05  col  42     pic x(33)         value "Title ___________________________".
     03  line 40.
         05  col   1     pic x(38)         value "Phone ____________________".
         05  col  42     pic x(32)         value "Date ____________".
     03  line 43.
         05  col   1     pic x(74)         value "Post from February 1 to April 30 of the year after the year covered.".
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
     display  "OSHA Injury & Illness Log" at 0125 with foreground-color 2.
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
     open     input PY-Worksite-File.     *> absent until pymwr is first used
     if       PY-Wks-Status = "00"
              move     "Y" to WS-Wks-Open.
     open     i-o PY-OSHA-Case-File.
     if       PY-Osh-Status = "35"        *> first ever use
              open     output PY-OSHA-Case-File
              close    PY-OSHA-Case-File
              open     i-o PY-OSHA-Case-File
     end-if.
*>
     perform  ab010-Menu until WS-All-Done.
*>
     close    PY-OSHA-Case-File
              PY-Employee-File.
     if       WS-Wks-Open = "Y"
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
 ab010-Menu                  section.
*>**********************************
*>
     display  "OSHA Injury & Illness Log"                at line 1 col 1 with erase eos.
     display  "A = Add a case, C = Change / delete a case, L = Form 300 log,"
                                                         at line 3 col 1.
     display  "S = Form 300A summary & ITA upload file, Q = Quit [ ]"
                                                         at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 52 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "A"  perform ba000-Add-Case
              when "C"  perform ca000-Change-Case
              when "L"  perform da000-Log
              when "S"  perform ea000-Summary
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
 ba000-Add-Case              section.
*>**********************************
*>
*> One case at a time until the year or employee is left blank. The
*> case takes the next number for its year and the worksite, dept,
*> WC class and job from the employee - all can be overkeyed.
*>
 ba005-Get-Year.
     display  "OSHA Case - New" at line 1 col 1 with erase eos.
     perform  bz000-Labels.
     if       WS-Year = zero
              divide   WS-Today by 10000 giving WS-Year.
     accept   WS-Year at line 3 col 25 with UPDATE.
     if       WS-Year = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     perform  bx000-Next-Case.
     move     zero to WS-Emp-No.
     accept   WS-Emp-No at line 5 col 25 with UPDATE.
     if       WS-Emp-No = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     move     WS-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       display  PY369    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ba005-Get-Year
     end-read.
     initialize PY-OSHA-Case-Record.
     move     WS-Year    to Osh-Year.
     move     WS-Case-No to Osh-Case-No.
     perform  bx010-From-Employee.
     move     "J"        to Osh-Class.
     move     "1"        to Osh-Type.
     move     "N"        to Osh-Privacy.
     move     WS-CD-Args (1:8) to Osh-Entered-By.
     move     WS-Today   to Osh-Entered-Date.
     perform  bz020-Show-Case.
*>
 ba010-Accept.
     perform  bz030-Accept-Case.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba005-Get-Year.
     perform  bz050-Validate.
     if       WS-Bad-Entry = "Y"
              display  PY371    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ba010-Accept.
     perform  bz020-Show-Case.
*>
     display  "Save (Y/N) [ ]" at line 24 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 24 col 13 with UPPER.
     if       WS-Reply = "Y"
              write    PY-OSHA-Case-Record
                       invalid key
                                display  PY372    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                perform  az060-Error
              end-write
     end-if.
     go       to ba005-Get-Year.
*>
 ba000-Exit.  exit section.
*>
 bx000-Next-Case             section.
*>**********************************
*>
*> The next free case number for the year - highest on file plus 1.
*>
     move     zero    to WS-Case-No.
     move     WS-Year to Osh-Year.
     move     zero    to Osh-Case-No.
     start    PY-OSHA-Case-File key not < Osh-Key
              invalid key
                       continue
              not invalid key
                       perform  forever
                                read     PY-OSHA-Case-File next record at end
                                         exit perform
                                end-read
                                if       PY-Osh-Status not = "00"
                                   or    Osh-Year not = WS-Year
                                         exit perform
                                end-if
                                move     Osh-Case-No to WS-Case-No
                       end-perform
     end-start.
     add      1 to WS-Case-No.
     display  WS-Case-No at line 4 col 25.
*>
 bx000-Exit.  exit section.
*>
 bx010-From-Employee         section.
*>**********************************
*>
*> Where the employee works, for the log and the premium listing.
*> The job title starts as the job code - key the title over it.
*>
     move     Emp-No        to Osh-Emp-No.
     move     Emp-Name      to Osh-Emp-Name.
     move     Emp-Worksite  to Osh-Worksite.
     move     Emp-Dept      to Osh-Dept.
     move     Emp-WC-Class  to Osh-WC-Class.
     move     Emp-Job-Code  to Osh-Job-Title.
*>
 bx010-Exit.  exit section.
*>
 bz000-Labels                section.
*>**********************************
*>
     display  "Year                   [    ]"                          at line  3 col 1.
     display  "Case number            [    ]"                          at line  4 col 1.
     display  "Employee number        [       ]"                       at line  5 col 1.
     display  "Job title              [                    ]"          at line  6 col 1.
     display  "Worksite               [    ]  spaces = the company"    at line  7 col 1.
     display  "Department             [    ]"                          at line  8 col 1.
     display  "WC class               [    ]"                          at line  9 col 1.
     display  "Date of injury/illness [        ]"                      at line 10 col 1.
     display  "Where it occurred      [                              ]"
                                                                       at line 11 col 1.
     display  "Description            [                              ]"
                                                                       at line 12 col 1.
     display  "                       [                              ]"
                                                                       at line 13 col 1.
     display  "Body part affected     [                    ]"          at line 14 col 1.
     display  "Classification         [ ]  G death, H days away, I job transfer/restriction, J other"
                                                                       at line 15 col 1.
     display  "Days away from work    [   ]"                           at line 16 col 1.
     display  "Days job restricted    [   ]"                           at line 17 col 1.
     display  "Injury / illness type  [ ]  1 injury, 2 skin, 3 respiratory, 4 poisoning,"
                                                                       at line 18 col 1.
     display  "                            5 hearing loss, 6 other illness"
                                                                       at line 19 col 1.
     display  "Privacy case           [ ]  Y/N"                        at line 20 col 1.
     display  "Date of death          [        ]"                      at line 21 col 1.
     display  "Returned to full duty  [        ]"                      at line 22 col 1.
     display  "WC claim number        [               ]"               at line 23 col 1.
*>
 bz000-Exit.  exit section.
*>
 bz020-Show-Case             section.
*>**********************************
*>
     display  Osh-Year          at line  3 col 25.
     display  Osh-Case-No       at line  4 col 25.
     display  Osh-Emp-No        at line  5 col 25.
     display  Osh-Emp-Name      at line  5 col 36.
     display  Osh-Job-Title     at line  6 col 25.
     display  Osh-Worksite      at line  7 col 25.
     display  Osh-Dept          at line  8 col 25.
     display  Osh-WC-Class      at line  9 col 25.
     display  Osh-Date          at line 10 col 25.
     display  Osh-Where         at line 11 col 25.
     display  Osh-Desc-1        at line 12 col 25.
     display  Osh-Desc-2        at line 13 col 25.
     display  Osh-Body-Part     at line 14 col 25.
     display  Osh-Class         at line 15 col 25.
     display  Osh-Days-Away     at line 16 col 25.
     display  Osh-Days-Restrict at line 17 col 25.
     display  Osh-Type          at line 18 col 25.
     display  Osh-Privacy       at line 20 col 25.
     display  Osh-Death-Date    at line 21 col 25.
     display  Osh-Return-Date   at line 22 col 25.
     display  Osh-WC-Claim-No   at line 23 col 25.
*>
 bz020-Exit.  exit section.
*>
 bz030-Accept-Case           section.
*>**********************************
*>
     accept   Osh-Job-Title     at line  6 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    bz030-Exit.
     accept   Osh-Worksite      at line  7 col 25 with UPPER UPDATE.
     accept   Osh-Dept          at line  8 col 25 with UPPER UPDATE.
     accept   Osh-WC-Class      at line  9 col 25 with UPPER UPDATE.
     accept   Osh-Date          at line 10 col 25 with UPDATE.
     accept   Osh-Where         at line 11 col 25 with UPDATE.
     accept   Osh-Desc-1        at line 12 col 25 with UPDATE.
     accept   Osh-Desc-2        at line 13 col 25 with UPDATE.
     accept   Osh-Body-Part     at line 14 col 25 with UPDATE.
     accept   Osh-Class         at line 15 col 25 with UPPER UPDATE.
     accept   Osh-Days-Away     at line 16 col 25 with UPDATE.
     accept   Osh-Days-Restrict at line 17 col 25 with UPDATE.
     accept   Osh-Type          at line 18 col 25 with UPDATE.
     accept   Osh-Privacy       at line 20 col 25 with UPPER UPDATE.
     accept   Osh-Death-Date    at line 21 col 25 with UPDATE.
     accept   Osh-Return-Date   at line 22 col 25 with UPDATE.
     accept   Osh-WC-Claim-No   at line 23 col 25 with UPPER UPDATE.
*>
 bz030-Exit.  exit section.
*>
 bz050-Validate              section.
*>**********************************
*>
*> Sets WS-Bad-Entry. The event must fall in the case's year, a death
*> needs its date, and day counts over 180 are cut back to 180 as the
*> log is kept.
*>
     move     "N" to WS-Bad-Entry.
     if       Osh-Privacy = space
              move     "N" to Osh-Privacy.
     if       Osh-Days-Away > 180
              move     180 to Osh-Days-Away.
     if       Osh-Days-Restrict > 180
              move     180 to Osh-Days-Restrict.
     if       Osh-Date = zero
        or    TEST-DATE-YYYYMMDD (Osh-Date) not = zero
              move     "Y" to WS-Bad-Entry
              go to    bz050-Exit.
     divide   Osh-Date by 10000 giving WS-Wk-Year.
     if       WS-Wk-Year not = Osh-Year
              move     "Y" to WS-Bad-Entry.
     if       not Osh-Class-Death and not Osh-Class-Days-Away
                                  and not Osh-Class-Restricted
                                  and not Osh-Class-Other
        or    not Osh-Type-Injury and not Osh-Type-Skin
                                  and not Osh-Type-Respiratory
                                  and not Osh-Type-Poisoning
                                  and not Osh-Type-Hearing
                                  and not Osh-Type-Other-Illness
        or    Osh-Privacy not = "Y" and not = "N"
              move     "Y" to WS-Bad-Entry.
     if      (Osh-Class-Death and Osh-Death-Date = zero)
        or   (Osh-Death-Date not = zero
              and TEST-DATE-YYYYMMDD (Osh-Death-Date) not = zero)
        or   (Osh-Return-Date not = zero
              and TEST-DATE-YYYYMMDD (Osh-Return-Date) not = zero)
              move     "Y" to WS-Bad-Entry.
     if       Osh-Worksite not = spaces
        and   WS-Wks-Open = "Y"
              move     Osh-Worksite to Wks-Code
              read     PY-Worksite-File key Wks-Code
                       invalid key
                                move     "Y" to WS-Bad-Entry
              end-read
     end-if.
*>
 bz050-Exit.  exit section.
*>
 ca000-Change-Case           section.
*>**********************************
*>
*> Change a case as it develops - days away and restricted, the
*> return to duty, a change of classification. D deletes a case keyed
*> in error.
*>
 ca005-Get-Key.
     display  "OSHA Case - Change / Delete" at line 1 col 1 with erase eos.
     perform  bz000-Labels.
     if       WS-Year = zero
              divide   WS-Today by 10000 giving WS-Year.
     accept   WS-Year at line 3 col 25 with UPDATE.
     if       WS-Year = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     move     zero to WS-Case-No.
     accept   WS-Case-No at line 4 col 25 with UPDATE.
     if       WS-Case-No = zero or COB-CRT-Status = COB-SCR-ESC
              go to    ca000-Exit.
     move     WS-Year    to Osh-Year.
     move     WS-Case-No to Osh-Case-No.
     read     PY-OSHA-Case-File key Osh-Key
              invalid key
                       display  PY370    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    ca005-Get-Key
     end-read.
     perform  bz020-Show-Case.
*>
 ca010-Accept.
     perform  bz030-Accept-Case.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ca005-Get-Key.
     perform  bz050-Validate.
     if       WS-Bad-Entry = "Y"
              display  PY371    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    ca010-Accept.
     perform  bz020-Show-Case.
*>
     display  "S = Save, D = Delete, Enter = leave as it was [ ]" at line 24 col 1.
     move     space to WS-Reply.
     accept   WS-Reply at line 24 col 48 with UPPER.
     evaluate WS-Reply
              when "S"  rewrite  PY-OSHA-Case-Record
              when "D"  delete   PY-OSHA-Case-File record
              when other
                        continue
     end-evaluate.
     go       to ca005-Get-Key.
*>
 ca000-Exit.  exit section.
*>
 da000-Log                   section.
*>**********************************
*>
*> The Form 300 log for a year and establishment in case number
*> order - every case for the company when the worksite is blank.
*>
     display  "OSHA Form 300 Log" at line 1 col 1 with erase eos.
     divide   WS-Today by 10000 giving WS-Year.
     perform  dx000-Get-Year-Site.
     if       WS-Key-OK not = "Y"
              go to    da000-Exit.
     move     zero to WS-Osha-Totals.
     move     WS-Year to Osh-Year.
     move     zero    to Osh-Case-No.
     start    PY-OSHA-Case-File key not < Osh-Key
              invalid key
                       display  PY375    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    da000-Exit
     end-start.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Osha-300-Log.
     perform  forever
              read     PY-OSHA-Case-File next record at end
                       exit perform
              end-read
              if       PY-Osh-Status not = "00"
                 or    Osh-Year not = WS-Year
                       exit perform
              end-if
              if       WS-Site not = spaces
                 and   Osh-Worksite not = WS-Site
                       exit perform cycle
              end-if
              perform  dx020-Add-Case
              generate Osha-Log-Detail
     end-perform.
     terminate Osha-300-Log.
     if       WS-Cnt-Cases > zero
              close    Print-File
              call     "SYSTEM" using Print-Report
              call     "pyrcapt" using prog-name WS-Calling-Data File-Defs  *> report repository
     else
              close    Print-File
              display  PY375    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
     end-if.
*>
 da000-Exit.  exit section.
*>
 dx000-Get-Year-Site         section.
*>**********************************
*>
*> Year (defaulted by the caller) and establishment for the log or
*> the summary. Sets WS-Key-OK and the establishment's details.
*>
     move     "N" to WS-Key-OK.
     display  "Year                   [    ]"                          at line 3 col 1.
     display  "Worksite               [    ]  spaces = the company"    at line 4 col 1.
     accept   WS-Year at line 3 col 25 with UPDATE.
     if       WS-Year = zero or COB-CRT-Status = COB-SCR-ESC
              go to    dx000-Exit.
     move     spaces to WS-Site.
     accept   WS-Site at line 4 col 25 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    dx000-Exit.
*>
     if       WS-Site = spaces
              move     PY-PR1-Co-Name      to WS-Est-Name
              move     PY-PR1-Co-Address-1 to WS-Est-Street
              move     PY-PR1-Co-Address-2 to WS-Est-City
              move     PY-PR1-Co-State     to WS-Est-State
              move     PY-PR1-Co-Zip       to WS-Est-Zip
              move     zero                to WS-Est-NAICS
     else
              if       WS-Wks-Open not = "Y"
                       display  PY374    at line WS-23-Lines col 1 foreground-color 4 erase eol
                       perform  az060-Error
                       go to    dx000-Exit
              end-if
              move     WS-Site to Wks-Code
              read     PY-Worksite-File key Wks-Code
                       invalid key
                                display  PY374    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                perform  az060-Error
                                go to    dx000-Exit
              end-read
              move     Wks-Name      to WS-Est-Name
              move     Wks-Address-1 to WS-Est-Street
              move     Wks-City      to WS-Est-City
              move     Wks-State     to WS-Est-State
              move     Wks-Zip       to WS-Est-Zip
              move     Wks-NAICS     to WS-Est-NAICS
     end-if.
     display  WS-Est-Name (1:40) at line 4 col 36.
     move     "Y" to WS-Key-OK.
*>
 dx000-Exit.  exit section.
*>
 dx020-Add-Case              section.
*>**********************************
*>
*> One case into the column totals.
*>
     add      1 to WS-Cnt-Cases.
     evaluate true
              when Osh-Class-Death       add 1 to WS-Tot-Deaths
              when Osh-Class-Days-Away   add 1 to WS-Tot-Dafw-Cases
              when Osh-Class-Restricted  add 1 to WS-Tot-Djtr-Cases
              when other                 add 1 to WS-Tot-Other-Cases
     end-evaluate.
     add      Osh-Days-Away     to WS-Tot-Dafw-Days.
     add      Osh-Days-Restrict to WS-Tot-Djtr-Days.
     if       Osh-Type numeric
        and   Osh-Type > zero
        and   Osh-Type < 7
              move     Osh-Type to WS-Sub
              add      1 to WS-Tot-Type (WS-Sub)
     else
              add      1 to WS-Tot-Type (1)
     end-if.
*>
 dx020-Exit.  exit section.
*>
 ea000-Summary               section.
*>**********************************
*>
*> The Form 300A for a year (defaulted to last year, the one being
*> posted and filed) and establishment - the case totals, employment
*> and hours from the check history, printed and, if wanted, written
*> as the ITA upload file.
*>
     display  "OSHA Form 300A Summary" at line 1 col 1 with erase eos.
     divide   WS-Today by 10000 giving WS-Year.
     subtract 1 from WS-Year.
     perform  dx000-Get-Year-Site.
     if       WS-Key-OK not = "Y"
              go to    ea000-Exit.
*>
     move     zero to WS-Osha-Totals.
     move     WS-Year to Osh-Year.
     move     zero    to Osh-Case-No.
     start    PY-OSHA-Case-File key not < Osh-Key
              invalid key
                       go to    ea010-Employment
     end-start.
     perform  forever
              read     PY-OSHA-Case-File next record at end
                       exit perform
              end-read
              if       PY-Osh-Status not = "00"
                 or    Osh-Year not = WS-Year
                       exit perform
              end-if
              if       WS-Site not = spaces
                 and   Osh-Worksite not = WS-Site
                       exit perform cycle
              end-if
              perform  dx020-Add-Case
     end-perform.
*>
 ea010-Employment.
     perform  eb000-Employment.
     perform  ea020-Show-Summary.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ea000-Exit.
     evaluate true
              when WS-Avg-Emp < 20    move 1 to WS-Est-Size
              when WS-Avg-Emp < 100   move 2 to WS-Est-Size
              when WS-Avg-Emp < 250   move 3 to WS-Est-Size
              when other              move 4 to WS-Est-Size
     end-evaluate.
*>
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Osha-300A-Summary.
     generate Osha-300A-Body.
     terminate Osha-300A-Summary.
     close    Print-File.
     call     "SYSTEM" using Print-Report.
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs.  *> report repository
*>
     display  "Write the ITA upload file (Y/N) [ ]" at line 24 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 24 col 34 with UPPER.
     if       WS-Reply = "Y"
              perform  ec000-ITA-File
              display  PY376    at line WS-23-Lines col 1 foreground-color 2 erase eol
              perform  az060-Error
     end-if.
*>
 ea000-Exit.  exit section.
*>
 ea020-Show-Summary          section.
*>**********************************
*>
*> The figures on screen - NAICS code, industry, employment and hours
*> can be keyed over, the case totals come off the log as kept.
*>
     display  "NAICS code             [      ]"                        at line  6 col 1.
     display  "Industry description   [                                        ]"
                                                                       at line  7 col 1.
     display  "(G) Deaths"                        at line  9 col 1.
     display  "(H) Days away cases"               at line 10 col 1.
     display  "(I) Transfer/restriction"          at line 11 col 1.
     display  "(J) Other recordable"              at line 12 col 1.
     display  "(K) Days away"                     at line 13 col 1.
     display  "(L) Days restricted"               at line 14 col 1.
     display  "(M1) Injuries"                     at line  9 col 40.
     display  "(M2) Skin disorders"               at line 10 col 40.
     display  "(M3) Respiratory"                  at line 11 col 40.
     display  "(M4) Poisonings"                   at line 12 col 40.
     display  "(M5) Hearing loss"                 at line 13 col 40.
     display  "(M6) Other illnesses"              at line 14 col 40.
     move     WS-Tot-Deaths      to WS-Disp-Cnt.
     display  WS-Disp-Cnt        at line  9 col 27.
     move     WS-Tot-Dafw-Cases  to WS-Disp-Cnt.
     display  WS-Disp-Cnt        at line 10 col 27.
     move     WS-Tot-Djtr-Cases  to WS-Disp-Cnt.
     display  WS-Disp-Cnt        at line 11 col 27.
     move     WS-Tot-Other-Cases to WS-Disp-Cnt.
     display  WS-Disp-Cnt        at line 12 col 27.
     move     WS-Tot-Dafw-Days   to WS-Disp-Days.
     display  WS-Disp-Days       at line 13 col 25.
     move     WS-Tot-Djtr-Days   to WS-Disp-Days.
     display  WS-Disp-Days       at line 14 col 25.
     move     9 to WS-Sub.
     perform  varying WS-Pd-Sub from 1 by 1 until WS-Pd-Sub > 6
              move     WS-Tot-Type (WS-Pd-Sub) to WS-Disp-Cnt
              display  WS-Disp-Cnt at line WS-Sub col 63
              add      1 to WS-Sub
     end-perform.
     display  "Average employees      [      ]"                        at line 16 col 1.
     display  "Total hours worked     [          ]"                    at line 17 col 1.
     move     WS-Chk-Count to WS-Disp-Days.
     display  "From checks"           at line 18 col 1.
     display  WS-Disp-Days            at line 18 col 25.
     move     WS-Pd-Count  to WS-Disp-Cnt.
     display  "over pay dates"        at line 18 col 34.
     display  WS-Disp-Cnt             at line 18 col 49.
*>
     accept   WS-Est-NAICS    at line  6 col 25 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ea020-Exit.
     accept   WS-Est-Industry at line  7 col 25 with UPDATE.
     accept   WS-Avg-Emp      at line 16 col 25 with UPDATE.
     accept   WS-Tot-Hours    at line 17 col 25 with UPDATE.
*>
 ea020-Exit.  exit section.
*>
 eb000-Employment            section.
*>**********************************
*>
*> Annual average employment and total hours from the year's checks
*> for the employees at the establishment - the employees paid on
*> each pay date, totalled and divided by the number of pay dates,
*> and the hours paid (Chkh-Hours), salaried checks with no hours
*> taken at 2080 a year spread over the pay frequency. The live check
*> history and py930's year-end archive are both read. Without check
*> history both are left at zero to be keyed.
*>
     move     zero to WS-Avg-Emp WS-Tot-Hours WS-Hours-Work
                      WS-Chk-Count WS-Pd-Count.
     if       PY-PR1-Check-History-Used not = "Y"
              display  PY373    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    eb000-Exit.
     open     input PY-Check-History-File.
     if       PY-Chkh-Status not = "00"
              display  PY373    at line WS-23-Lines col 1 foreground-color 4 erase eol
              perform  az060-Error
              go to    eb000-Exit.
     move     "Y" to WS-Chkh-Open.
     open     input PY-Chkh-Arch-File.         *> absent until py930's archive first runs
     if       PY-Chka-Status = "00"
              move     "Y" to WS-Chka-Open.
*>
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to eb090-Close
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       WS-Site not = spaces
                 and   Emp-Worksite not = WS-Site
                       exit perform cycle
              end-if
              perform  eb010-Emp-Checks
     end-perform.
*>
 eb090-Close.
     close    PY-Check-History-File.
     move     "N" to WS-Chkh-Open.
     if       WS-Chka-Open = "Y"
              close    PY-Chkh-Arch-File
              move     "N" to WS-Chka-Open.
     if       WS-Pd-Count > zero
              compute  WS-Avg-Emp rounded = WS-Chk-Count / WS-Pd-Count.
     compute  WS-Tot-Hours rounded = WS-Hours-Work.
*>
 eb000-Exit.  exit section.
*>
 eb010-Emp-Checks            section.
*>**********************************
*>
*> The employee's checks dated in the year, live then archived.
*>
     move     Emp-No to Chkh-Emp-No.
     compute  Chkh-Check-Date = WS-Year * 10000 + 101.
     start    PY-Check-History-File key not < Chkh-Key
              invalid key
                       go to eb010-Archive
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Emp-No not = Emp-No
                       exit perform
              end-if
              divide   Chkh-Check-Date by 10000 giving WS-Wk-Year
              if       WS-Wk-Year not = WS-Year
                       exit perform
              end-if
              perform  eb020-One-Check
     end-perform.
*>
 eb010-Archive.
     if       WS-Chka-Open not = "Y"
              go to eb010-Exit.
     move     WS-Year to Chka-Year.
     move     Emp-No  to Chka-Emp-No.
     move     zero    to Chka-Check-Date.
     start    PY-Chkh-Arch-File key not < Chka-Key
              invalid key
                       go to eb010-Exit
     end-start.
     perform  forever
              read     PY-Chkh-Arch-File next record at end
                       exit perform
              end-read
              if       PY-Chka-Status not = "00"
                 or    Chka-Year not = WS-Year
                 or    Chka-Emp-No not = Emp-No
                       exit perform
              end-if
              move     Chka-Chkh-Image to PY-Chk-History-Record
              perform  eb020-One-Check
     end-perform.
*>
 eb010-Exit.  exit section.
*>
 eb020-One-Check             section.
*>**********************************
*>
     if       Chkh-Stat-Void
              go to eb020-Exit.
     add      1 to WS-Chk-Count.
     move     Chkh-Hours to WS-Chk-Hrs.
     if       WS-Chk-Hrs = zero
        and   Emp-HS-Type = "S"
        and   Emp-Pay-Freq > zero
              compute  WS-Chk-Hrs rounded = 2080 / Emp-Pay-Freq.
     add      WS-Chk-Hrs to WS-Hours-Work.
*>
     perform  varying WS-Pd-Sub from 1 by 1 until WS-Pd-Sub > WS-Pd-Count
              if       WS-Pd-Date (WS-Pd-Sub) = Chkh-Check-Date
                       go to    eb020-Exit
              end-if
     end-perform.
     if       WS-Pd-Count < 400
              add      1 to WS-Pd-Count
              move     Chkh-Check-Date to WS-Pd-Date (WS-Pd-Count)
     end-if.
*>
 eb020-Exit.  exit section.
*>
 ec000-ITA-File              section.
*>**********************************
*>
*> Nothing for outside is produced for a training company (pytrain).
*>
     if       PY-PR9-Training = "Y"
              display  PY468    at line WS-23-Lines col 1 foreground-color 4 erase eos
              perform  az060-Error
              go to    ec000-Exit
     end-if.
*>
*> The 300A as the ITA's CSV upload - a header row with OSHA's field
*> names then the establishment's row. Establishment type 1 is a
*> private employer; no_injuries_illnesses is 1 with cases, 2 without.
*>
     open     output PY-OSHA-ITA-File.
     move     spaces to WS-Csv-Line.
     string   "establishment_name,ein,company_name,street_address,city,"
                                                            delimited by size
              "state,zip,naics_code,industry_description,size,"
                                                            delimited by size
              "establishment_type,year_filing_for,"        delimited by size
              "annual_average_employees,total_hours_worked,"
                                                            delimited by size
              "no_injuries_illnesses,total_deaths,total_dafw_cases,"
                                                            delimited by size
              "total_djtr_cases,total_other_cases,total_dafw_days,"
                                                            delimited by size
              "total_djtr_days,total_injuries,total_skin_disorders,"
                                                            delimited by size
              "total_respiratory_conditions,total_poisonings,"
                                                            delimited by size
              "total_hearing_loss,total_other_illnesses,change_reason"
                                                            delimited by size
              into WS-Csv-Line.
     move     WS-Csv-Line to PY-OSHA-ITA-Line.
     write    PY-OSHA-ITA-Line.
*>
*> EIN digits only.
*>
     move     spaces to WS-Ein.
     move     zero   to WS-Ein-Len.
     perform  varying WS-Sub from 1 by 1 until WS-Sub > 15
              if       PY-PR1-Fed-ID (WS-Sub:1) is numeric
                 and   WS-Ein-Len < 9
                       add      1 to WS-Ein-Len
                       move     PY-PR1-Fed-ID (WS-Sub:1) to WS-Ein (WS-Ein-Len:1)
              end-if
     end-perform.
*>
     move     spaces to WS-Csv-Line.
     move     1 to WS-Csv-Ptr.
     move     WS-Est-Name      to WS-Csv-Text.
     perform  ec010-Csv-Text.
     move     WS-Ein           to WS-Csv-Text.
     perform  ec010-Csv-Text.
     move     PY-PR1-Co-Name   to WS-Csv-Text.
     perform  ec010-Csv-Text.
     move     WS-Est-Street    to WS-Csv-Text.
     perform  ec010-Csv-Text.
     move     WS-Est-City      to WS-Csv-Text.
     perform  ec010-Csv-Text.
     move     WS-Est-State     to WS-Csv-Text.
     perform  ec010-Csv-Text.
     move     WS-Est-Zip       to WS-Csv-Text.
     perform  ec010-Csv-Text.
     move     WS-Est-NAICS     to WS-Csv-Value.
     perform  ec020-Csv-Num.
     move     WS-Est-Industry  to WS-Csv-Text.
     perform  ec010-Csv-Text.
     move     WS-Est-Size      to WS-Csv-Value.
     perform  ec020-Csv-Num.
     move     1                to WS-Csv-Value.
     perform  ec020-Csv-Num.
     move     WS-Year          to WS-Csv-Value.
     perform  ec020-Csv-Num.
     move     WS-Avg-Emp       to WS-Csv-Value.
     perform  ec020-Csv-Num.
     move     WS-Tot-Hours     to WS-Csv-Value.
     perform  ec020-Csv-Num.
     if       WS-Cnt-Cases > zero
              move     1 to WS-Csv-Value
     else
              move     2 to WS-Csv-Value
     end-if.
     perform  ec020-Csv-Num.
     move     WS-Tot-Deaths      to WS-Csv-Value.
     perform  ec020-Csv-Num.
     move     WS-Tot-Dafw-Cases  to WS-Csv-Value.
     perform  ec020-Csv-Num.
     move     WS-Tot-Djtr-Cases  to WS-Csv-Value.
     perform  ec020-Csv-Num.
     move     WS-Tot-Other-Cases to WS-Csv-Value.
     perform  ec020-Csv-Num.
     move     WS-Tot-Dafw-Days   to WS-Csv-Value.
     perform  ec020-Csv-Num.
     move     WS-Tot-Djtr-Days   to WS-Csv-Value.
     perform  ec020-Csv-Num.
     perform  varying WS-Sub from 1 by 1 until WS-Sub > 6
              move     WS-Tot-Type (WS-Sub) to WS-Csv-Value
              perform  ec020-Csv-Num
     end-perform.
*>
*> change_reason is left empty after the final comma.
*>
     move     WS-Csv-Line to PY-OSHA-ITA-Line.
     write    PY-OSHA-ITA-Line.
     close    PY-OSHA-ITA-File.
     perform  zz080-Log-Outbound.
*>
 ec000-Exit.  exit section.
*>
 ec010-Csv-Text              section.
*>**********************************
*>
*> A text field in quotes, as names and addresses may hold commas.
*>
     if       WS-Csv-Text = spaces
              string   ","              delimited by size
                       into WS-Csv-Line with pointer WS-Csv-Ptr
     else
              string   quote            delimited by size
                       TRIM (WS-Csv-Text) delimited by size
                       quote            delimited by size
                       ","              delimited by size
                       into WS-Csv-Line with pointer WS-Csv-Ptr
     end-if.
*>
 ec010-Exit.  exit section.
*>
 ec020-Csv-Num               section.
*>**********************************
*>
     move     WS-Csv-Value to WS-Csv-Num.
     string   TRIM (WS-Csv-Num) delimited by size
              ","               delimited by size
              into WS-Csv-Line with pointer WS-Csv-Ptr.
*>
 ec020-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The ITA upload CSV goes on the outbound release log and is held
*> there until a Supervisor or Admin releases it in pyxmit - only the
*> send copy that makes is to go to OSHA. The hash is the hours worked
*> as the 300A carries no money.
*>
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "OSHAITA"  to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-164   to Xreq-File-Name.
     move     WS-Year    to Xreq-Period (1:4).
     move     WS-Hours-Work to Xreq-Hash.
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
