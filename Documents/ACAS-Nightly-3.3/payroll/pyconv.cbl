       >>source free
*>****************************************************************
*>      Mid-Year Conversion - Prior Provider Opening QTD / YTD    *
*>          Balances Proved And Loaded To History                 *
*>                                                                *
*>            Uses RW (Report writer for prints)                  *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyconv.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          When payroll for a company is taken over part
*>                      way through the year, pyempimp loads the
*>                      employees but the wages and taxes the prior
*>                      provider paid so far this year are needed as
*>                      well - without them the FICA, FUTA and SUI
*>                      wage bases restart, and the W-2s and 941s come
*>                      out short. The prior provider's figures come
*>                      in on pyconv.csv, by quarter, one CSV line each:
*>
*>                        E,ssn,qtr,income-taxable,other-taxable,
*>                          other-nontaxable,fica-taxable,tips,fwt,
*>                          fica,medicare,swt,lwt,sdi,other-ded,net,
*>                          er-fica,er-futa,er-sui
*>                        S,ssn,qtr,state,state-wages,swt
*>                        R,qtr,employees,gross,fica-taxable,fwt,fica,
*>                          medicare,swt,net,er-fica,er-futa,er-sui
*>
*>                      E - an employee's figures for one quarter
*>                          (fica is social security only, er-fica
*>                          the employer's social security and
*>                          Medicare).
*>                      S - the same employee's wages and SWT for
*>                          one state in that quarter, one line per
*>                          state worked in.
*>                      R - the prior provider's register totals for
*>                          the quarter, gross being the three wage
*>                          figures of the E lines added together.
*>
*>                      Pass 1 checks every line and proves the E and
*>                      S lines of each quarter to its R line, figure
*>                      by figure, on the proof register. Nothing is
*>                      posted unless every line is good and every
*>                      quarter proves to the cent - and then only
*>                      when the operator says so.
*>
*>                      Pass 2 loads the figures to His-YTD (His-QTD
*>                      as well for the quarter the conversion is as
*>                      at), the employer's share to His-Er, the
*>                      states to PY-Emp-State-File with their quarter
*>                      history, and the company totals to Coh-QTD/YTD
*>                      and the quarterly liabilities Coh-Q-Tax, Coh-Q-
*>                      Fica-Tax and Coh-Q-Co-Futa-Liab for f941print /
*>                      f940print. The prior provider made the deposits,
*>                      so nothing goes on the Coh-Date / Coh-Tax
*>                      deposit table, and no check history is written.
*>
*>                      Every employee loaded is marked converted in
*>                      His-Conv (date, and the conversion figures
*>                      kept apart) and the company in Coh-Conv - so
*>                      pyxfoot takes them as a known reconciling item
*>                      against the checks and pystubrp reprints a pay
*>                      date the prior provider paid from them. An
*>                      employee already converted, or already paid
*>                      on ACAS this year, is rejected - the load can
*>                      never double a balance. SSNs masked by pymask.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pymask.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      NUMVAL.
*>                      TEST-NUMVAL.
*>                      UPPER-CASE.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master.
*>                      pyhis.   Employee History - I-O.
*>                      pycoh.   Company History - I-O.
*>                      pyemst.  Per-Employee Per-State wage/SWT history - I-O.
*>                      pyconv.csv  Prior provider balances - Input.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY527 - 531.
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
 copy "selpycoh.cob".
 copy "selpyemst.cob".
 copy "selpycnv.cob".
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
 copy "fdpycoh.cob".
 copy "fdpyemst.cob".
 copy "fdpycnv.cob".
*>
 fd  Print-File
     reports are Conversion-Register.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyconv   (1.0.00)".  *> First release pre testing.
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
     03  PY-Coh-Status       pic xx.
     03  PY-Emst-Status      pic xx.
     03  PY-Cnv-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
     03  WS-Page-Lines       binary-char unsigned value 56.
     03  A                   pic 99       value zero.
     03  Q                   pic 9        value zero.
     03  WS-Emp-Found        pic x        value "N".
     03  WS-Run-Date         pic 9(8)     value zero.   *> ccyymmdd
     03  WS-Pass             pic 9        value zero.   *> 1 prove, 2 post
     03  WS-Conv-Qtr         pic 9        value zero.   *> quarter the load is as at
     03  WS-Is-QTD           pic x        value "N".    *> line is for WS-Conv-Qtr
*>
*> Parsed CSV fields - E and S lines have type,ssn,qtr first, R lines
*> type,qtr.
*>
     03  WS-Cnv-Ptr          pic 999      value zero.   *> unstring pointer
     03  WS-Cnv-Fields.
         05  WS-Fld          pic x(16)    occurs 19.
     03  WS-Cnv-Type         pic x(4)     value spaces.
     03  WS-Cnv-SSN          pic x(11)    value spaces.
     03  WS-Cnv-SSN9         pic 9(9)     value zero.
     03  WS-Cnv-State        pic xx       value spaces.
     03  WS-Fld-From         pic 99       value zero.
     03  WS-Fld-To           pic 99       value zero.
     03  WS-Fld-No           pic 99       value zero.
     03  WS-Emst-Qtr         pic 9(5)     value zero.   *> ccyyq
     03  WS-Emst-Sub         pic 9        value zero.
     03  WS-Emst-Pos         pic 9        value zero.
     03  WS-Amt-Work         pic s9(9)v99 comp-3 value zero.
*>
*> Register line sources
*>
     03  WS-Rg-SSN           pic x(11)    value spaces.
     03  WS-Rg-Emp-No        pic 9(7)     value zero.
     03  WS-Rg-Name          pic x(24)    value spaces.
     03  WS-Rg-Reason        pic x(26)    value spaces.
     03  WS-Rg-Cat           pic x(16)    value spaces.
     03  WS-Rg-File          pic s9(9)v99 comp-3 value zero.
     03  WS-Rg-Reg           pic s9(9)v99 comp-3 value zero.
     03  WS-Rg-Diff          pic s9(9)v99 comp-3 value zero.
     03  WS-Rg-Flag          pic x(3)     value spaces.
     03  WS-Rg-Status        pic x(60)    value spaces.
*>
*> Run totals
*>
     03  WS-Lines-Read       pic 9(5)     value zero.
     03  WS-Cnt-Rejected     pic 9(5)     value zero.
     03  WS-Cnt-E-Lines      pic 9(5)     value zero.
     03  WS-Out-Of-Balance   pic 9(5)     value zero.
     03  WS-Cnt-Emps         pic 9(5)     value zero.
     03  WS-Cnt-E-Posted     pic 9(5)     value zero.
     03  WS-Cnt-S-Posted     pic 9(5)     value zero.
     03  WS-Disp-Cnt         pic zzzz9.
*>
*> A line's amounts by field number, with the names each line type
*> gives them.
*>
 01  WS-Cnv-Amounts.
     03  WS-Amt              pic s9(9)v99 comp-3  occurs 19.
 01  WS-Cnv-E-Line  redefines WS-Cnv-Amounts.
     03  filler              pic s9(9)v99 comp-3  occurs 3.
     03  WS-E-Income-Tax     pic s9(9)v99 comp-3.
     03  WS-E-Other-Tax      pic s9(9)v99 comp-3.
     03  WS-E-Other-NonTax   pic s9(9)v99 comp-3.
     03  WS-E-Fica-Tax       pic s9(9)v99 comp-3.
     03  WS-E-Tips           pic s9(9)v99 comp-3.
     03  WS-E-FWT            pic s9(9)v99 comp-3.
     03  WS-E-FICA           pic s9(9)v99 comp-3.
     03  WS-E-MCare          pic s9(9)v99 comp-3.
     03  WS-E-SWT            pic s9(9)v99 comp-3.
     03  WS-E-LWT            pic s9(9)v99 comp-3.
     03  WS-E-SDI            pic s9(9)v99 comp-3.
     03  WS-E-Other-Ded      pic s9(9)v99 comp-3.
     03  WS-E-Net            pic s9(9)v99 comp-3.
     03  WS-E-Er-FICA        pic s9(9)v99 comp-3.
     03  WS-E-Er-FUTA        pic s9(9)v99 comp-3.
     03  WS-E-Er-SUI         pic s9(9)v99 comp-3.
 01  WS-Cnv-S-Line  redefines WS-Cnv-Amounts.
     03  filler              pic s9(9)v99 comp-3  occurs 4.
     03  WS-S-Wages          pic s9(9)v99 comp-3.
     03  WS-S-SWT            pic s9(9)v99 comp-3.
     03  filler              pic s9(9)v99 comp-3  occurs 13.
 01  WS-Cnv-R-Line  redefines WS-Cnv-Amounts.
     03  filler              pic s9(9)v99 comp-3  occurs 2.
     03  WS-R-Employees      pic s9(9)v99 comp-3.
     03  WS-R-Gross          pic s9(9)v99 comp-3.
     03  WS-R-Fica-Tax       pic s9(9)v99 comp-3.
     03  WS-R-FWT            pic s9(9)v99 comp-3.
     03  WS-R-FICA           pic s9(9)v99 comp-3.
     03  WS-R-MCare          pic s9(9)v99 comp-3.
     03  WS-R-SWT            pic s9(9)v99 comp-3.
     03  WS-R-Net            pic s9(9)v99 comp-3.
     03  WS-R-Er-FICA        pic s9(9)v99 comp-3.
     03  WS-R-Er-FUTA        pic s9(9)v99 comp-3.
     03  WS-R-Er-SUI         pic s9(9)v99 comp-3.
     03  filler              pic s9(9)v99 comp-3  occurs 6.
*>
*> The proof - each quarter's E / S line totals against its R line.
*>
 01  WS-Proof.
     03  WS-Prf-Qtr                       occurs 4.
         05  WS-Prf-Seen     pic x.               *> E / S lines for the quarter
         05  WS-Prf-Reg-Seen pic x.               *> its R line
         05  WS-Prf-File     pic s9(9)v99 comp-3  occurs 12.
         05  WS-Prf-Reg      pic s9(9)v99 comp-3  occurs 12.
*>
 01  WS-Cat-Name-Values.
     03  filler              pic x(16)    value "EMPLOYEES".
     03  filler              pic x(16)    value "GROSS WAGES".
     03  filler              pic x(16)    value "FICA WAGES".
     03  filler              pic x(16)    value "FWT".
     03  filler              pic x(16)    value "FICA".
     03  filler              pic x(16)    value "MEDICARE".
     03  filler              pic x(16)    value "SWT".
     03  filler              pic x(16)    value "NET PAY".
     03  filler              pic x(16)    value "EMPLOYER FICA".
     03  filler              pic x(16)    value "EMPLOYER FUTA".
     03  filler              pic x(16)    value "EMPLOYER SUI".
     03  filler              pic x(16)    value "SWT BY STATE".
 01  WS-Cat-Names  redefines WS-Cat-Name-Values.
     03  WS-Cat-Name         pic x(16)    occurs 12.
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
*> Module specific
*>
     03  PY527           pic x(56) value "PY527 Conversion balances file not found - aborting, st=".
     03  PY528           pic x(31) value "PY528 Employee File not Found -".
     03  PY529           pic x(43) value "PY529 Company History file missing/in error".
     03  PY530           pic x(67) value "PY530 Not proved to the prior provider's registers - nothing posted".
     03  PY531           pic x(53) value "PY531 No employee lines in the file - nothing to load".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/history this run uses
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
 RD  Conversion-Register
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Cnv-Head  Type Page Heading.
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
         05  col  30     pic x(53)   value "Mid-Year Conversion - Opening Balances Proof, As At Q".
         05  col  83     pic 9       source WS-Conv-Qtr.
         05  col  85     pic 9(4)    source WSE-Year.
*>
 01  Cnv-Reject-Head type is detail.
     03  line + 1.
         05  col   1                 value "Line  T SSN         Emp No  -- Employee Name ------ Q".
*>
 01  Cnv-Reject-Detail type is detail.
     03  line + 1.
         05  col   1     pic zzzz9         source WS-Lines-Read.
         05  col   7     pic x             source WS-Cnv-Type.
         05  col   9     pic x(11)         source WS-Rg-SSN.
         05  col  21     pic z(6)9         source WS-Rg-Emp-No.
         05  col  29     pic x(24)         source WS-Rg-Name.
         05  col  54     pic x             source WS-Fld (3).
         05  col  57     pic x(11)         value "REJECTED - ".
         05  col  68     pic x(26)         source WS-Rg-Reason.
*>
 01  Cnv-Proof-Head type is detail.
     03  line + 2.
         05  col   1                 value "Qtr  Category               This File    Prior Register        Difference".
*>
 01  Cnv-Proof-Detail type is detail.
     03  line + 1.
         05  col   2     pic 9             source Q.
         05  col   6     pic x(16)         source WS-Rg-Cat.
         05  col  23     pic zzz,zzz,zz9.99 source WS-Rg-File.
         05  col  41     pic zzz,zzz,zz9.99 source WS-Rg-Reg.
         05  col  58     pic -zz,zzz,zz9.99 source WS-Rg-Diff.
         05  col  74     pic x(3)          source WS-Rg-Flag.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(26)     value "Lines read               :".
         05  col 28          pic zzzz9     source WS-Lines-Read.
     03  line + 1.
         05  col  1          pic x(26)     value "REJECTED                 :".
         05  col 28          pic zzzz9     source WS-Cnt-Rejected.
     03  line + 1.
         05  col  1          pic x(26)     value "Figures out of balance   :".
         05  col 28          pic zzzz9     source WS-Out-Of-Balance.
     03  line + 1.
         05  col  1          pic x(26)     value "Employees converted      :".
         05  col 28          pic zzzz9     source WS-Cnt-Emps.
     03  line + 1.
         05  col  1          pic x(26)     value "Quarter lines loaded     :".
         05  col 28          pic zzzz9     source WS-Cnt-E-Posted.
     03  line + 1.
         05  col  1          pic x(26)     value "State lines loaded       :".
         05  col 28          pic zzzz9     source WS-Cnt-S-Posted.
     03  line + 2.
         05  col  1          pic x(60)     source WS-Rg-Status.
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
*>
*> Operator role gate - data-entry operators may not post wages
*> outside an apply run (see wspyusr.cob; role travels in WS-CD-Args
*> from py000), as pyequity.
*>
     if       WS-CD-Args (9:1) = "D"
              display  "Not authorised for this function - see your supervisor"
                       at 0301 with foreground-color 4 erase eos
              accept   WS-Reply at 0360
              goback   returning 9.
     move     CURRENT-DATE to WSE-Date-block.
     move     WSE-HH  to  WSD-HH.
     move     WSE-MM  to  WSD-MM.
     move     WSE-SS  to  WSD-SS.  *> WSD-Time
     move     WSE-Date-9 to WS-Run-Date.
     move     Print-Spool-Name to PSN.  *> set ACAS prt spool for o/p
     move     To-Day to U-Date.
*>
*> Error return codes :-
*>   Return-Code :
*>    0 = No Errors.
*>    1 = No Payroll param file
*>    2 = No Param data record exists / no conversion file
*>    3 = No employee file
*>    4 = No company history file
*>    8 = Error with Lines < 28 or Column < 80
*>    9 = Operator not authorised
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
     display  "Mid-Year Conversion Load" at 0125 with foreground-color 2.
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
              goback   returning 2
     end-if.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
*>
     open     input PY-Conv-File.
     if       PY-Cnv-Status not = "00"
              display  PY527         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  PY-Cnv-Status at line WS-23-Lines col 58
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Conv-File
              goback   returning 2
     end-if.
     close    PY-Conv-File.               *> opened again by each pass
*>
     open     input PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY528         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Employee-File
              goback   returning 3
     end-if.
*>
     open     i-o PY-Comp-Hist-File.
     if       PY-Coh-Status not = "00"
              display  PY529         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Employee-File PY-Comp-Hist-File
              goback   returning 4
     end-if.
     move     1 to RRN.
     read     PY-Comp-Hist-File.
*>
     open     i-o PY-History-File.
     if       PY-His-Emp-Status = "35"
              open     output PY-History-File
              close    PY-History-File
              open     i-o PY-History-File
     end-if.
     open     i-o PY-Emp-State-File.
     if       PY-Emst-Status = "35"
              open     output PY-Emp-State-File
              close    PY-Emp-State-File
              open     i-o PY-Emp-State-File
     end-if.
*>
*> The quarter the balances are as at - its figures go to QTD as well
*> as YTD. Defaults to this calendar quarter.
*>
     compute  WS-Conv-Qtr = (WSE-Month + 2) / 3.
     display  "Balances are as at quarter (1-4) [ ]" at line 5 col 1.
     accept   WS-Conv-Qtr at line 5 col 35 with UPDATE.
     if       WS-Conv-Qtr < 1 or > 4
              compute  WS-Conv-Qtr = (WSE-Month + 2) / 3.
*>
     open     output Print-File.
     initiate Conversion-Register.
*>
*> Pass 1 - check and prove. Nothing is written.
*>
     initialize WS-Proof.
     move     1 to WS-Pass.
     display  "Proving the conversion file" at line 7 col 1 with erase eos.
     perform  ab010-Read-Pass.
     perform  bd000-Print-Proof.
*>
     if       WS-Cnt-E-Lines = zero
              move     PY531 to WS-Rg-Status
              display  PY531    at line WS-23-Lines col 1 foreground-color 4 erase eos
              go to    aa090-Finish.
     if       WS-Cnt-Rejected not = zero
        or    WS-Out-Of-Balance not = zero
              move     PY530 to WS-Rg-Status
              display  PY530    at line WS-23-Lines col 1 foreground-color 4 erase eos
              go to    aa090-Finish.
*>
*> Proved - nothing posts until the operator says so, the balances
*> are the year's wages and a wrong load means W-2cs.
*>
     display  "Proved to the registers - load the balances now (Y/N) [ ]"
                                                      at line 9 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 9 col 56 with UPPER.
     if       WS-Reply not = "Y"
              move     "Proved - not loaded at the operator's request" to WS-Rg-Status
              go to    aa090-Finish.
*>
*> Pass 2 - post.
*>
     move     2 to WS-Pass.
     move     zero to WS-Lines-Read.
     display  "Loading the conversion balances" at line 7 col 1 with erase eos.
     perform  ab010-Read-Pass.
*>
*> Company history rewritten once at the end of the run.
*>
     move     WS-Run-Date to Coh-Conv-Date.
     add      WS-Cnt-Emps to Coh-Conv-Emps.
     move     1 to RRN.
     rewrite  PY-Comp-Hist-Record.
     move     "Proved and LOADED - opening balances marked as conversion"
                                  to WS-Rg-Status.
*>
 aa090-Finish.
     terminate Conversion-Register.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
     close    PY-Employee-File
              PY-History-File
              PY-Comp-Hist-File
              PY-Emp-State-File.
*>
     display  WS-Rg-Status          at line 10 col 5 with erase eos.
     move     WS-Cnt-Rejected to WS-Disp-Cnt.
     display  "Lines rejected   : " at line 12 col 5.
     display  WS-Disp-Cnt           at line 12 col 24.
     move     WS-Out-Of-Balance to WS-Disp-Cnt.
     display  "Out of balance   : " at line 13 col 5.
     display  WS-Disp-Cnt           at line 13 col 24.
     move     WS-Cnt-Emps to WS-Disp-Cnt.
     display  "Employees loaded : " at line 14 col 5.
     display  WS-Disp-Cnt           at line 14 col 24.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
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
 ab010-Read-Pass             section.
*>**********************************
*>
*> One pass of the file - WS-Pass 1 checks and proves each line, 2
*> posts it. Pass 2 only runs once pass 1 passed every line.
*>
     open     input PY-Conv-File.
     perform  forever
              read     PY-Conv-File at end
                       exit perform
              end-read
              if       PY-Conv-Record = spaces
                       exit perform cycle
              end-if
              add      1 to WS-Lines-Read
              move     zero   to WS-Rg-Emp-No
              move     spaces to WS-Rg-SSN WS-Rg-Name WS-Rg-Reason
              perform  ab020-Parse-Line
              if       WS-Cnv-Type = "TYPE"             *> column heading line
                       subtract 1 from WS-Lines-Read
                       exit perform cycle
              end-if
              if       WS-Rg-Reason = spaces
                 and   WS-Cnv-Type not = "R"
                       perform  ab030-Check-Employee
              end-if
              if       WS-Rg-Reason not = spaces
                       add      1 to WS-Cnt-Rejected
                       if       WS-Cnt-Rejected = 1
                                generate Cnv-Reject-Head
                       end-if
                       generate Cnv-Reject-Detail
                       exit perform cycle
              end-if
              if       WS-Pass = 1
                       perform  ba000-Add-To-Proof
              else
                       evaluate WS-Cnv-Type
                                when "E"  perform ca000-Post-Quarter
                                when "S"  perform cb000-Post-State
                       end-evaluate
              end-if
     end-perform.
     close    PY-Conv-File.
*>
 ab010-Exit.  exit section.
*>
 ab020-Parse-Line            section.
*>**********************************
*>
*> Splits the line into its fields and the amounts into WS-Amt - a
*> line that does not parse comes back with the reject reason set.
*>
     move     spaces to WS-Cnv-Fields WS-Cnv-Type WS-Cnv-SSN WS-Cnv-State.
     move     zero   to WS-Cnv-SSN9 Q.
     perform  varying A from 1 by 1 until A > 19
              move     zero to WS-Amt (A)
     end-perform.
     move     1 to WS-Cnv-Ptr.
     unstring PY-Conv-Record  delimited by ","
                               into WS-Fld (1)  WS-Fld (2)  WS-Fld (3)
                                    WS-Fld (4)  WS-Fld (5)  WS-Fld (6)
                                    WS-Fld (7)  WS-Fld (8)  WS-Fld (9)
                                    WS-Fld (10) WS-Fld (11) WS-Fld (12)
                                    WS-Fld (13) WS-Fld (14) WS-Fld (15)
                                    WS-Fld (16) WS-Fld (17) WS-Fld (18)
                                    WS-Fld (19)
                          pointer WS-Cnv-Ptr
     end-unstring.
     move     UPPER-CASE (WS-Fld (1)) to WS-Cnv-Type.
     if       WS-Cnv-Type = "TYPE"
              go to    ab020-Exit.
     if       WS-Cnv-Type not = "E" and not = "S" and not = "R"
              move     "UNKNOWN LINE TYPE" to WS-Rg-Reason
              go to    ab020-Exit.
*>
*> Register lines - type,qtr,employees and the ten totals.
*>
     if       WS-Cnv-Type = "R"
              move     WS-Fld (2) to WS-Fld (3)       *> quarter where E / S have it
              perform  ab025-Get-Quarter
              if       WS-Rg-Reason not = spaces
                       go to    ab020-Exit
              end-if
              move     3  to WS-Fld-From
              move     13 to WS-Fld-To
              perform  ab026-Get-Amounts
              go to    ab020-Exit.
*>
*> The SSN may come with or without the dashes.
*>
     move     WS-Fld (2) to WS-Cnv-SSN.
     inspect  WS-Cnv-SSN replacing all "-" by space.
     if       WS-Cnv-SSN = spaces
       or     TEST-NUMVAL (WS-Cnv-SSN) not = zero
              move     "BAD SSN" to WS-Rg-Reason
              go to    ab020-Exit.
     move     NUMVAL (WS-Cnv-SSN) to WS-Cnv-SSN9.
     call     "pymask" using WS-Cnv-SSN9 WS-CD-Args (9:1) WS-Rg-SSN.
     perform  ab025-Get-Quarter.
     if       WS-Rg-Reason not = spaces
              go to    ab020-Exit.
*>
     if       WS-Cnv-Type = "S"
              move     UPPER-CASE (WS-Fld (4)) to WS-Cnv-State
              if       WS-Cnv-State = spaces
                  or   WS-Cnv-State not alphabetic
                       move     "BAD STATE" to WS-Rg-Reason
                       go to    ab020-Exit
              end-if
              move     5 to WS-Fld-From
              move     6 to WS-Fld-To
     else
              move     4  to WS-Fld-From
              move     19 to WS-Fld-To
     end-if.
     perform  ab026-Get-Amounts.
*>
 ab020-Exit.  exit section.
*>
 ab025-Get-Quarter           section.
*>**********************************
*>
*> Quarters of this year up to the one the balances are as at.
*>
     if       WS-Fld (3) (1:1) not numeric
        or    WS-Fld (3) (2:15) not = spaces
              move     "BAD QUARTER" to WS-Rg-Reason
              go to    ab025-Exit.
     move     WS-Fld (3) (1:1) to Q.
     if       Q < 1 or Q > WS-Conv-Qtr
              move     "QUARTER AFTER THE AS AT" to WS-Rg-Reason.
*>
 ab025-Exit.  exit section.
*>
 ab026-Get-Amounts           section.
*>**********************************
*>
*> Fields WS-Fld-From to WS-Fld-To into WS-Amt - empty is zero, a
*> negative or non-numeric one rejects the line.
*>
     perform  varying WS-Fld-No from WS-Fld-From by 1
                until WS-Fld-No > WS-Fld-To
              if       WS-Fld (WS-Fld-No) not = spaces
                       if       TEST-NUMVAL (WS-Fld (WS-Fld-No)) not = zero
                           or   NUMVAL (WS-Fld (WS-Fld-No)) < zero
                           or   NUMVAL (WS-Fld (WS-Fld-No)) > 9999999.99
                                string   "BAD AMOUNT IN FIELD " WS-Fld-No
                                         delimited by size into WS-Rg-Reason
                                exit perform
                       end-if
                       move     NUMVAL (WS-Fld (WS-Fld-No)) to WS-Amt (WS-Fld-No)
              end-if
     end-perform.
*>
 ab026-Exit.  exit section.
*>
 ab030-Check-Employee        section.
*>**********************************
*>
*> Employee by SSN. On the proving pass only - one already converted
*> or already paid on ACAS this year would have the balance doubled.
*>
     perform  ab040-Find-Employee.
     if       WS-Emp-Found not = "Y"
              move     "UNKNOWN SSN" to WS-Rg-Reason
              go to    ab030-Exit.
     move     Emp-No   to WS-Rg-Emp-No.
     move     Emp-Name to WS-Rg-Name.
     if       WS-Pass not = 1
              go to    ab030-Exit.
*>
     move     Emp-No to His-Emp-No.
     read     PY-History-File key His-Emp-No
              invalid key
                       go to    ab030-Exit
     end-read.
     if       His-Conv-Date not = zero
              move     "ALREADY CONVERTED" to WS-Rg-Reason
              go to    ab030-Exit.
     if       His-YTD-Income-Taxable   not = zero
        or    His-YTD-Other-Taxable    not = zero
        or    His-YTD-Other-NonTaxable not = zero
              move     "PAID ON ACAS - BY HAND" to WS-Rg-Reason.
*>
 ab030-Exit.  exit section.
*>
 ab040-Find-Employee         section.
*>**********************************
*>
*> Emp-SSN is not a key - scan for it as pyssnvs does.
*>
     move     "N" to WS-Emp-Found.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to ab040-Exit
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-SSN = WS-Cnv-SSN9
                       move     "Y" to WS-Emp-Found
                       exit perform
              end-if
     end-perform.
*>
 ab040-Exit.  exit section.
*>
 ba000-Add-To-Proof          section.
*>**********************************
*>
*> E and S lines add to their quarter's file totals, the R line is
*> the quarter's register - one only.
*>
     evaluate WS-Cnv-Type
       when   "E"
              add      1 to WS-Cnt-E-Lines
              move     "Y" to WS-Prf-Seen (Q)
              add      1                  to WS-Prf-File (Q 1)
              add      WS-E-Income-Tax WS-E-Other-Tax WS-E-Other-NonTax
                                          to WS-Prf-File (Q 2)
              add      WS-E-Fica-Tax      to WS-Prf-File (Q 3)
              add      WS-E-FWT           to WS-Prf-File (Q 4)
              add      WS-E-FICA          to WS-Prf-File (Q 5)
              add      WS-E-MCare         to WS-Prf-File (Q 6)
              add      WS-E-SWT           to WS-Prf-File (Q 7)
              add      WS-E-Net           to WS-Prf-File (Q 8)
              add      WS-E-Er-FICA       to WS-Prf-File (Q 9)
              add      WS-E-Er-FUTA       to WS-Prf-File (Q 10)
              add      WS-E-Er-SUI        to WS-Prf-File (Q 11)
       when   "S"
              move     "Y" to WS-Prf-Seen (Q)
              add      WS-S-SWT           to WS-Prf-File (Q 12)
       when   "R"
              if       WS-Prf-Reg-Seen (Q) = "Y"
                       move     "SECOND REGISTER LINE" to WS-Rg-Reason
                       add      1 to WS-Cnt-Rejected
                       if       WS-Cnt-Rejected = 1
                                generate Cnv-Reject-Head
                       end-if
                       generate Cnv-Reject-Detail
                       go to    ba000-Exit
              end-if
              move     "Y" to WS-Prf-Reg-Seen (Q)
              move     WS-R-Employees     to WS-Prf-Reg (Q 1)
              move     WS-R-Gross         to WS-Prf-Reg (Q 2)
              move     WS-R-Fica-Tax      to WS-Prf-Reg (Q 3)
              move     WS-R-FWT           to WS-Prf-Reg (Q 4)
              move     WS-R-FICA          to WS-Prf-Reg (Q 5)
              move     WS-R-MCare         to WS-Prf-Reg (Q 6)
              move     WS-R-SWT           to WS-Prf-Reg (Q 7)
              move     WS-R-Net           to WS-Prf-Reg (Q 8)
              move     WS-R-Er-FICA       to WS-Prf-Reg (Q 9)
              move     WS-R-Er-FUTA       to WS-Prf-Reg (Q 10)
              move     WS-R-Er-SUI        to WS-Prf-Reg (Q 11)
              move     WS-R-SWT           to WS-Prf-Reg (Q 12)
     end-evaluate.
*>
 ba000-Exit.  exit section.
*>
 bd000-Print-Proof           section.
*>**********************************
*>
*> Every quarter with lines or a register, figure by figure - any
*> difference at all, or a quarter with only one side, is out.
*>
     generate Cnv-Proof-Head.
     perform  varying Q from 1 by 1 until Q > 4
              if       WS-Prf-Seen (Q) not = "Y"
                  and  WS-Prf-Reg-Seen (Q) not = "Y"
                       exit perform cycle
              end-if
              if       WS-Prf-Seen (Q) not = "Y"
                  or   WS-Prf-Reg-Seen (Q) not = "Y"
                       add      1 to WS-Out-Of-Balance
              end-if
              perform  varying A from 1 by 1 until A > 12
                       move     WS-Cat-Name (A)    to WS-Rg-Cat
                       move     WS-Prf-File (Q A)  to WS-Rg-File
                       move     WS-Prf-Reg (Q A)   to WS-Rg-Reg
                       compute  WS-Rg-Diff = WS-Rg-File - WS-Rg-Reg
                       move     spaces to WS-Rg-Flag
                       if       WS-Rg-Diff not = zero
                                move     "***" to WS-Rg-Flag
                                add      1 to WS-Out-Of-Balance
                       end-if
                       generate Cnv-Proof-Detail
              end-perform
     end-perform.
*>
 bd000-Exit.  exit section.
*>
 ca000-Post-Quarter          section.
*>**********************************
*>
*> One employee's quarter - history created zeroed when there is none
*> yet, as pyapply bb000 does. The quarter the load is as at goes to
*> QTD too.
*>
     move     Emp-No to His-Emp-No.
     read     PY-History-File key His-Emp-No
              invalid key
                       initialize PY-History-Record
                       move     Emp-No to His-Emp-No
                       write    PY-History-Record
     end-read.
     if       His-Conv-Date not = WS-Run-Date
              add      1 to WS-Cnt-Emps
              move     WS-Run-Date to His-Conv-Date
              move     WS-Conv-Qtr to His-Conv-Qtr.
     if       Q = WS-Conv-Qtr
              move     "Y" to WS-Is-QTD
     else
              move     "N" to WS-Is-QTD.
*>
     add      WS-E-Income-Tax   to His-YTD-Income-Taxable.
     add      WS-E-Other-Tax    to His-YTD-Other-Taxable.
     add      WS-E-Other-NonTax to His-YTD-Other-NonTaxable.
     add      WS-E-Fica-Tax     to His-YTD-Fica-Taxable.
     add      WS-E-Tips         to His-YTD-Tips.
     add      WS-E-FWT          to His-YTD-FWT.
     add      WS-E-FICA         to His-YTD-FICA.
     add      WS-E-MCare        to His-YTD-MCare.
     add      WS-E-SWT          to His-YTD-SWT.
     add      WS-E-LWT          to His-YTD-LWT.
     add      WS-E-SDI          to His-YTD-SDI.
     add      WS-E-Other-Ded    to His-YTD-Other-Ded.
     add      WS-E-Net          to His-YTD-Net.
     add      WS-E-Er-FICA      to His-YTD-Er-FICA.
     add      WS-E-Er-FUTA      to His-YTD-Er-FUTA.
     add      WS-E-Er-SUI       to His-YTD-Er-SUI.
     add      WS-E-Income-Tax WS-E-Other-Tax WS-E-Other-NonTax
                                to His-YTD-Conv-Gross.
     add      WS-E-Net          to His-YTD-Conv-Net.
     add      WS-E-FWT          to His-YTD-Conv-FWT.
     add      WS-E-SWT          to His-YTD-Conv-SWT.
     add      WS-E-LWT          to His-YTD-Conv-LWT.
     add      WS-E-FICA         to His-YTD-Conv-FICA.
     add      WS-E-SDI          to His-YTD-Conv-SDI.
     add      WS-E-MCare        to His-YTD-Conv-MCare.
     if       WS-Is-QTD = "Y"
              add      WS-E-Income-Tax   to His-QTD-Income-Taxable
              add      WS-E-Other-Tax    to His-QTD-Other-Taxable
              add      WS-E-Other-NonTax to His-QTD-Other-NonTaxable
              add      WS-E-Fica-Tax     to His-QTD-Fica-Taxable
              add      WS-E-Tips         to His-QTD-Tips
              add      WS-E-FWT          to His-QTD-FWT
              add      WS-E-FICA         to His-QTD-FICA
              add      WS-E-MCare        to His-QTD-MCare
              add      WS-E-SWT          to His-QTD-SWT
              add      WS-E-LWT          to His-QTD-LWT
              add      WS-E-SDI          to His-QTD-SDI
              add      WS-E-Other-Ded    to His-QTD-Other-Ded
              add      WS-E-Net          to His-QTD-Net
              add      WS-E-Er-FICA      to His-QTD-Er-FICA
              add      WS-E-Er-FUTA      to His-QTD-Er-FUTA
              add      WS-E-Er-SUI       to His-QTD-Er-SUI
              add      WS-E-FWT          to His-QTD-Conv-FWT
              add      WS-E-SWT          to His-QTD-Conv-SWT
              add      WS-E-FICA WS-E-MCare to His-QTD-Conv-FICA
              add      WS-E-Net          to His-QTD-Conv-Net
     end-if.
     rewrite  PY-History-Record.
*>
*> Company buckets - employee Medicare rides in the FICA liability
*> (941 line 5d) as pyequity posts it, the employer's share in
*> Co-FICA.
*>
     add      WS-E-Income-Tax   to Coh-YTD-Income-Taxable.
     add      WS-E-Other-Tax    to Coh-YTD-Other-Taxable.
     add      WS-E-Other-NonTax to Coh-YTD-Other-NonTaxable.
     add      WS-E-Fica-Tax     to Coh-YTD-Fica-Taxable.
     add      WS-E-Tips         to Coh-YTD-Tips.
     add      WS-E-Net          to Coh-YTD-Net.
     add      WS-E-FWT          to Coh-YTD-Fwt-Liab.
     add      WS-E-SWT          to Coh-YTD-Swt-Liab.
     add      WS-E-LWT          to Coh-YTD-Lwt-Liab.
     add      WS-E-FICA WS-E-MCare to Coh-YTD-Fica-Liab.
     add      WS-E-SDI          to Coh-YTD-Sdi-Liab.
     add      WS-E-Other-Ded    to Coh-YTD-Other-Ded.
     add      WS-E-Er-FICA      to Coh-YTD-Co-Fica-Liab.
     add      WS-E-Er-FUTA      to Coh-YTD-Co-Futa-Liab.
     add      WS-E-Er-SUI       to Coh-YTD-Co-Sui-Liab.
     if       WS-Is-QTD = "Y"
              add      WS-E-Income-Tax   to Coh-QTD-Income-Taxable
              add      WS-E-Other-Tax    to Coh-QTD-Other-Taxable
              add      WS-E-Other-NonTax to Coh-QTD-Other-NonTaxable
              add      WS-E-Fica-Tax     to Coh-QTD-Fica-Taxable
              add      WS-E-Tips         to Coh-QTD-Tips
              add      WS-E-Net          to Coh-QTD-Net
              add      WS-E-FWT          to Coh-QTD-Fwt-Liab
              add      WS-E-SWT          to Coh-QTD-Swt-Liab
              add      WS-E-LWT          to Coh-QTD-Lwt-Liab
              add      WS-E-FICA WS-E-MCare to Coh-QTD-Fica-Liab
              add      WS-E-SDI          to Coh-QTD-Sdi-Liab
              add      WS-E-Other-Ded    to Coh-QTD-Other-Ded
              add      WS-E-Er-FICA      to Coh-QTD-Co-Fica-Liab
              add      WS-E-Er-FUTA      to Coh-QTD-Co-Futa-Liab
              add      WS-E-Er-SUI       to Coh-QTD-Co-Sui-Liab
     end-if.
*>
*> The quarter's federal liability for the 941 / 940 - already
*> deposited by the prior provider, so not on the Coh-Date table.
*>
     compute  WS-Amt-Work = WS-E-FWT + WS-E-FICA + WS-E-MCare + WS-E-Er-FICA.
     add      WS-Amt-Work to Coh-Q-Tax (Q).
     compute  Coh-Q-Fica-Tax (Q) = Coh-Q-Fica-Tax (Q)
                                 + WS-E-FICA + WS-E-MCare + WS-E-Er-FICA.
     add      WS-E-Er-FUTA to Coh-Q-Co-Futa-Liab (Q).
     add      WS-Amt-Work  to Coh-YTD-Conv-Liab.
     add      WS-E-Income-Tax WS-E-Other-Tax WS-E-Other-NonTax
                           to Coh-YTD-Conv-Gross.
     add      1 to WS-Cnt-E-Posted.
*>
 ca000-Exit.  exit section.
*>
 cb000-Post-State            section.
*>**********************************
*>
*> Per-state wage/SWT history and its quarter, as the apply run keeps
*> it.
*>
     move     Emp-No       to Emst-Emp-No.
     move     WS-Cnv-State to Emst-State.
     read     PY-Emp-State-File key Emst-Key
              invalid key
                       initialize PY-Emp-State-Record
                       move     Emp-No       to Emst-Emp-No
                       move     WS-Cnv-State to Emst-State
                       write    PY-Emp-State-Record
     end-read.
     add      WS-S-Wages to Emst-YTD-Wages.
     add      WS-S-SWT   to Emst-YTD-SWT.
     if       Q = WS-Conv-Qtr
              add      WS-S-Wages to Emst-QTD-Wages
              add      WS-S-SWT   to Emst-QTD-SWT.
     perform  cb010-Emst-Quarter.
     rewrite  PY-Emp-State-Record.
     add      1 to WS-Cnt-S-Posted.
*>
 cb000-Exit.  exit section.
*>
 cb010-Emst-Quarter          section.
*>**********************************
*>
*> Adds the wages to quarter Q in Emst-Qtr-Hist, newest first. The
*> file need not be in quarter order, so a quarter not yet held is
*> put in its place and the older ones moved down - the oldest of the
*> eight drops off. One older than all eight held is not kept.
*>
     compute  WS-Emst-Qtr = WSE-Year * 10 + Q.
     perform  varying WS-Emst-Sub from 1 by 1 until WS-Emst-Sub > 8
              if       Emst-Qh-Qtr (WS-Emst-Sub) = WS-Emst-Qtr
                       add      WS-S-Wages to Emst-Qh-Wages (WS-Emst-Sub)
                       go to    cb010-Exit
              end-if
     end-perform.
     move     zero to WS-Emst-Pos.
     perform  varying WS-Emst-Sub from 1 by 1 until WS-Emst-Sub > 8
              if       Emst-Qh-Qtr (WS-Emst-Sub) < WS-Emst-Qtr
                       move     WS-Emst-Sub to WS-Emst-Pos
                       exit perform
              end-if
     end-perform.
     if       WS-Emst-Pos = zero
              go to    cb010-Exit.
     perform  varying WS-Emst-Sub from 8 by -1 until WS-Emst-Sub not > WS-Emst-Pos
              move     Emst-Qtr-Hist (WS-Emst-Sub - 1) to Emst-Qtr-Hist (WS-Emst-Sub)
     end-perform.
     move     WS-Emst-Qtr to Emst-Qh-Qtr   (WS-Emst-Pos).
     move     WS-S-Wages  to Emst-Qh-Wages (WS-Emst-Pos).
*>
 cb010-Exit.  exit section.
*>
