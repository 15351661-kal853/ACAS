       >>source free
*>****************************************************************
*>        Tax Jurisdiction Directory Load / Inquiry / Audit       *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyjdir.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Loads PY-Juris-Dir-File (pyjdir.dat) from the
*>                      ZIP+4 tax jurisdiction list (pyjdir.csv, one
*>                      line per ZIP+4 range:
*>
*>                        zip,plus4-low,plus4-high,state,county,
*>                        municipality,school-district,psd-code
*>
*>                      - the +4 limits may be left empty for a whole
*>                      ZIP), writing or refreshing entries in place so
*>                      the list can be re-loaded whenever a new one is
*>                      bought. Lines with a bad ZIP, +4 range or no
*>                      state are rejected and counted.
*>
*>                      Also offers a lookup by ZIP / ZIP+4 and the
*>                      address audit - every active or on leave
*>                      employee whose taxing state, local EIT (LWT)
*>                      or LST (head tax) jurisdiction disagrees with
*>                      the directory for their address, or whose
*>                      address is not in it, is listed. Meant to be
*>                      run monthly after the directory is refreshed.
*>
*>                      The directory's PSD code ties an address to
*>                      the pylcl and pyhtx jurisdictions - see
*>                      pyjurchk, also called by py010 as the ZIP is
*>                      keyed.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyjurchk - jurisdictions for an address.
*>                      pyireg   - inbound file registry / record images.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      UPPER-CASE.
*>    Files used :
*>                      pypr1.      Params.
*>                      pyjdir.dat  Jurisdiction Directory - I-O.
*>                      pyjdir.csv  Jurisdiction list - Input.
*>                      pyemp.      Employee Master - Input.
*>                      pyimr / pyimi via pyireg.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY454 - 456, PY518 - 520.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Register title widened to take the longest title.
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
 copy "selpyjdr.cob".
 copy "selpyjdi.cob".
 copy "selpyemp.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyjdr.cob".
 copy "fdpyjdi.cob".
 copy "fdpyemp.cob".
*>
 fd  Print-File
     reports are Juris-Audit-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyjdir   (1.0.01)".
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
 copy "print-spool-command.cob".     *> CHECK PRN file for content Landscape mode
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspyirq.cob".
 copy "wspyjrq.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-PR1-Status       pic xx.
     03  PY-Jdr-Status       pic xx.
     03  PY-Jdi-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  WS-Imp-Refused      pic x        value "N".
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
*>
*> CSV parse fields
*>
     03  WS-Fld-Zip          pic x(10)    value spaces.
     03  WS-Fld-Low          pic x(10)    value spaces.
     03  WS-Fld-High         pic x(10)    value spaces.
     03  WS-Fld-State        pic x(10)    value spaces.
     03  WS-Fld-County       pic x(20)    value spaces.
     03  WS-Fld-Muni         pic x(30)    value spaces.
     03  WS-Fld-School       pic x(30)    value spaces.
     03  WS-Fld-PSD          pic x(10)    value spaces.
*>
     03  WS-Cnt-Loaded       pic 9(6)     value zero.
     03  WS-Cnt-Rejected     pic 9(6)     value zero.
     03  WS-Disp-Cnt         pic zzzzz9.
*>
*> Audit lines.
*>
     03  WS-Rg-Title         pic x(41)    value spaces.
     03  WS-Rg-Name          pic x(24)    value spaces.
     03  WS-Rg-Remark        pic x(40)    value spaces.
     03  WS-Rg-Flags         pic x(3)     value spaces.
     03  WS-Cnt-Checked      pic 9(6)     value zero.
     03  WS-Cnt-Differ       pic 9(6)     value zero.
     03  WS-Cnt-Missing      pic 9(6)     value zero.
     03  WS-Cnt-Ambig        pic 9(6)     value zero.
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
     03  PY454           pic x(60) value "PY454 File already imported by this program - registry entry".
     03  PY455           pic x(64) value "PY455 Duplicate import refused - only an Admin may take it again".
     03  PY456           pic x(47) value "PY456 No override reason given - import refused".
     03  PY518           pic x(55) value "PY518 Jurisdiction list import file not found - pyjdir".
     03  PY519           pic x(48) value "PY519 ZIP not in the tax jurisdiction directory".
     03  PY520           pic x(43) value "PY520 Employee file not found - audit ended".
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
 RD  Juris-Audit-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 7
     Last  Detail WS-Page-Lines.
*>
 01  Report-Jar-Head  Type Page Heading.
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
         05  col  45     pic x(41)   source WS-Rg-Title.
     03  line  5.
         05  col   1                 value "Emp No".
         05  col   9                 value "-- Name ----------------".
         05  col  34                 value "ZIP".
         05  col  45                 value "State".
         05  col  53                 value "-- LWT --".
         05  col  65                 value "-- LST --".
         05  col  77                 value "PSD".
         05  col  87                 value "Remarks".
     03  line  6.
         05  col  45                 value "Held Dir".
         05  col  53                 value "Held  Dir".
         05  col  65                 value "Held  Dir".
*>
 01  Jar-Detail type is detail.
     03  line + 1.
         05  col   1     pic 9(7)           source Emp-No.
         05  col   9     pic x(24)          source WS-Rg-Name.
         05  col  34     pic x(10)          source Emp-Zip.
         05  col  45     pic xx             source Emp-Taxing-State.
         05  col  48     pic x              source WS-Rg-Flags (1:1).
         05  col  50     pic xx             source Jrq-State.
         05  col  53     pic x(5)           source Emp-LWT-Live-Juris.
         05  col  58     pic x              source WS-Rg-Flags (2:1).
         05  col  59     pic x(5)           source Jrq-LWT-Juris.
         05  col  65     pic x(5)           source Emp-Head-Tax-Juris.
         05  col  70     pic x              source WS-Rg-Flags (3:1).
         05  col  71     pic x(5)           source Jrq-Htx-Juris.
         05  col  77     pic x(8)           source Jrq-PSD-Code.
         05  col  87     pic x(40)          source WS-Rg-Remark.
*>
 01  type control Footing Final.
     03  line + 2.
         05  col   1     pic x(26)          value "Employees checked       :".
         05  col  28     pic zzzzz9         source WS-Cnt-Checked.
     03  line + 1.
         05  col   1     pic x(26)          value "Disagreeing with dir    :".
         05  col  28     pic zzzzz9         source WS-Cnt-Differ.
     03  line + 1.
         05  col   1     pic x(26)          value "Address not in directory:".
         05  col  28     pic zzzzz9         source WS-Cnt-Missing.
     03  line + 1.
         05  col   1     pic x(26)          value "ZIP needs the +4        :".
         05  col  28     pic zzzzz9         source WS-Cnt-Ambig.
     03  line + 2.
         05  col   1     pic x(96)          value "* = held value differs from the directory. Only values the directory holds are compared - a".
     03  line + 1.
         05  col   1     pic x(86)          value "jurisdiction it has no entry for (no pylcl / pyhtx with its PSD code) is not reported.".
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
     display  "Tax Jurisdiction Directory" at 0125 with foreground-color 2.
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
*> The directory is only held open by the load - inquiry and the
*> audit look up through pyjurchk which opens it for itself.
*>
     perform  ab010-Main-Menu until WS-All-Done.
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
     display  "Tax Jurisdiction Directory"               at line 1 col 1 with erase eos.
     display  "L = Load from list, I = Inquire, A = Address audit, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 64 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "L"  perform ba000-Load-Directory
              when "I"  perform ca000-Inquire
              when "A"  perform da000-Audit
              when other
                        continue
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Load-Directory        section.
*>**********************************
*>
*> zip,plus4-low,plus4-high,state,county,municipality,school-district,
*> psd-code per line - entries write or refresh in place.
*>
     open     input PY-Juris-Imp-File.
     if       PY-Jdi-Status not = "00"
              display  PY518    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58 AUTO
              go to    ba000-Exit.
     perform  zz090-Check-Inbound.
     if       WS-Imp-Refused = "Y"
              close    PY-Juris-Imp-File
              go to    ba000-Exit.
     open     i-o PY-Juris-Dir-File.
     if       PY-Jdr-Status = "35"        *> first ever use
              open     output PY-Juris-Dir-File
              close    PY-Juris-Dir-File
              open     i-o PY-Juris-Dir-File
     end-if.
     perform  zz092-Open-Inbound.
     move     zero to WS-Cnt-Loaded WS-Cnt-Rejected.
     perform  forever
              read     PY-Juris-Imp-File at end
                       exit perform
              end-read
              if       PY-Jdi-Status not = "00"
                       exit perform
              end-if
              if       PY-Juris-Imp-Record = spaces
                       exit perform cycle
              end-if
              perform  ba010-Load-One-Line
     end-perform.
     perform  zz095-Finish-Inbound.
     close    PY-Juris-Imp-File
              PY-Juris-Dir-File.
*>
     move     WS-Cnt-Loaded to WS-Disp-Cnt.
     display  "Entries loaded    : " at line 6 col 5 with erase eos.
     display  WS-Disp-Cnt            at line 6 col 25.
     move     WS-Cnt-Rejected to WS-Disp-Cnt.
     display  "Lines rejected    : " at line 7 col 5.
     display  WS-Disp-Cnt            at line 7 col 25.
     display  SY015                  at line WS-Lines col 1.
     accept   WS-Reply               at line WS-Lines col 58.
*>
 ba000-Exit.  exit section.
*>
 ba010-Load-One-Line         section.
*>**********************************
*>
     move     spaces to WS-Fld-Zip    WS-Fld-Low  WS-Fld-High
                        WS-Fld-State  WS-Fld-County WS-Fld-Muni
                        WS-Fld-School WS-Fld-PSD.
     unstring PY-Juris-Imp-Record delimited by ","
              into WS-Fld-Zip
                   WS-Fld-Low
                   WS-Fld-High
                   WS-Fld-State
                   WS-Fld-County
                   WS-Fld-Muni
                   WS-Fld-School
                   WS-Fld-PSD
     end-unstring.
*>
*> Empty +4 limits mean the whole ZIP.
*>
     if       WS-Fld-Low = spaces
              move     "0000" to WS-Fld-Low.
     if       WS-Fld-High = spaces
              move     "9999" to WS-Fld-High.
     if       WS-Fld-Zip (1:5) is not numeric
        or    WS-Fld-Zip (6:5) not = spaces
        or    WS-Fld-Low (1:4) is not numeric
        or    WS-Fld-Low (5:6) not = spaces
        or    WS-Fld-High (1:4) is not numeric
        or    WS-Fld-High (5:6) not = spaces
        or    WS-Fld-Low (1:4) > WS-Fld-High (1:4)
        or    WS-Fld-State (1:2) = spaces
        or    WS-Fld-State (3:8) not = spaces
              add      1 to WS-Cnt-Rejected
              go to    ba010-Exit.
*>
     initialize PY-Juris-Dir-Record.
     move     WS-Fld-Zip (1:5)   to Jdr-Zip5.
     move     WS-Fld-Low (1:4)   to Jdr-Plus4-Low.
     move     WS-Fld-High (1:4)  to Jdr-Plus4-High.
     move     UPPER-CASE (WS-Fld-State (1:2)) to Jdr-State.
     move     WS-Fld-County      to Jdr-County.
     move     WS-Fld-Muni        to Jdr-Muni.
     move     WS-Fld-School      to Jdr-School-Dist.
     move     WS-Fld-PSD         to Jdr-PSD-Code.
     perform  zz091-Image-Jdr.
     write    PY-Juris-Dir-Record
              invalid key
                       rewrite PY-Juris-Dir-Record
     end-write.
     add      1 to WS-Cnt-Loaded.
*>
 ba010-Exit.  exit section.
*>
 ca000-Inquire               section.
*>**********************************
*>
     display  "ZIP / ZIP+4 [          ]" at line 5 col 1 with erase eos.
     move     spaces to Jrq-Zip.
     accept   Jrq-Zip at line 5 col 14 with UPDATE.
     if       Jrq-Zip = spaces
              go to    ca000-Exit.
     call     "pyjurchk" using PY-Juris-Check File-Defs.
     if       Jrq-Result = 9
              display  PY519 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ca000-Wait.
     display  "State           : " at line 7  col 1.
     display  Jrq-State            at line 7  col 19.
     display  "County          : " at line 8  col 1.
     display  Jrq-County           at line 8  col 19.
     display  "Municipality    : " at line 9  col 1.
     display  Jrq-Muni             at line 9  col 19.
     display  "School district : " at line 10 col 1.
     display  Jrq-School-Dist      at line 10 col 19.
     display  "PSD code        : " at line 11 col 1.
     display  Jrq-PSD-Code         at line 11 col 19.
     display  "Local EIT (LWT) : " at line 12 col 1.
     display  Jrq-LWT-Juris        at line 12 col 19.
     display  "LST (head tax)  : " at line 13 col 1.
     display  Jrq-Htx-Juris        at line 13 col 19.
     if       Jrq-Result = zero
              display  "Found on its ZIP+4 range"  at line 15 col 1
     else
              display  "Found on the ZIP only"     at line 15 col 1
     end-if.
     if       Jrq-Ambiguous = "Y"
              display  "- the ZIP spans more than one area, the +4 is needed"
                                                  at line 15 col 23 foreground-color 4.
 ca000-Wait.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 da000-Audit                 section.
*>**********************************
*>
*> Each active or on leave employee's address looked up - listed when
*> a held state / LWT / LST disagrees with what the directory gives,
*> or the address is not found in it.
*>
     open     input PY-Employee-File.
     if       PY-Emp-Status not = "00"
              display  PY520    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58 AUTO
              go to    da000-Exit.
     display  "Address audit running" at line 5 col 1 with erase eos.
     move     "Employee Address / Tax Jurisdiction Audit" to WS-Rg-Title.
     move     zero to WS-Cnt-Checked WS-Cnt-Differ WS-Cnt-Missing WS-Cnt-Ambig.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Juris-Audit-Report.
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
              if       Emp-Status not = "A" and not = "L"
                       exit perform cycle
              end-if
              perform  db000-Audit-Employee
     end-perform.
     terminate
              Juris-Audit-Report.
     close    Print-File
              PY-Employee-File.
     call     "SYSTEM" using Print-Report.
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs.
*>
     move     WS-Cnt-Checked to WS-Disp-Cnt.
     display  "Employees checked : " at line 6 col 5 with erase eos.
     display  WS-Disp-Cnt            at line 6 col 25.
     move     WS-Cnt-Differ to WS-Disp-Cnt.
     display  "Disagreeing       : " at line 7 col 5.
     display  WS-Disp-Cnt            at line 7 col 25.
     move     WS-Cnt-Missing to WS-Disp-Cnt.
     display  "Not in directory  : " at line 8 col 5.
     display  WS-Disp-Cnt            at line 8 col 25.
     display  SY015                  at line WS-Lines col 1.
     accept   WS-Reply               at line WS-Lines col 58.
*>
 da000-Exit.  exit section.
*>
 db000-Audit-Employee        section.
*>**********************************
*>
     add      1 to WS-Cnt-Checked.
     move     Emp-Name to WS-Rg-Name.
     move     spaces   to WS-Rg-Remark WS-Rg-Flags.
     initialize PY-Juris-Check.
     if       Emp-Zip = spaces
              move     9 to Jrq-Result
              move     "No ZIP held on the address" to WS-Rg-Remark
     else
              move     Emp-Zip to Jrq-Zip
              call     "pyjurchk" using PY-Juris-Check File-Defs
     end-if.
     if       Jrq-Result = 9
              if       WS-Rg-Remark = spaces
                       move     "ZIP not in the directory" to WS-Rg-Remark
              end-if
              add      1 to WS-Cnt-Missing
              generate Jar-Detail
              go to    db000-Exit.
*>
     if       Jrq-State not = spaces
         and  Jrq-State not = Emp-Taxing-State
              move     "*" to WS-Rg-Flags (1:1).
     if       Jrq-LWT-Juris not = spaces
         and  Jrq-LWT-Juris not = Emp-LWT-Live-Juris
              move     "*" to WS-Rg-Flags (2:1).
     if       Jrq-Htx-Juris not = spaces
         and  Jrq-Htx-Juris not = Emp-Head-Tax-Juris
              move     "*" to WS-Rg-Flags (3:1).
     if       Jrq-Ambiguous = "Y"
              add      1 to WS-Cnt-Ambig
              move     "ZIP spans areas - +4 needed to be sure" to WS-Rg-Remark.
     if       WS-Rg-Flags = spaces
              go to    db000-Exit.
     add      1 to WS-Cnt-Differ.
     if       WS-Rg-Remark = spaces
              move     Jrq-Muni to WS-Rg-Remark.
     generate Jar-Detail.
*>
 db000-Exit.  exit section.
*>
 zz090-Check-Inbound         section.
*>**********************************
*>
*> The jurisdiction list is fingerprinted against the inbound registry
*> before anything is loaded - one this program has already imported
*> (and not backed out) is refused unless an Admin takes it again
*> and says why. Never in night mode.
*>
     move     "N" to WS-Imp-Refused.
     initialize PY-Import-Request.
     move     "C"        to Irq-Action.
     move     prog-name  to Irq-Prog.
     move     File-188   to Irq-File-Name.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
     if       Irq-Result not = zero
        or    Irq-Dup not = "Y"
              go to    zz090-Exit.
     display  PY454      at line WS-23-Lines col 1 foreground-color 4 erase eos.
     display  Irq-Dup-Of at line WS-23-Lines col 62 foreground-color 4.
     if       WS-CD-Args (9:1) not = "A"
        or    WS-CD-Args (10:1) = "N"
              display  PY455    at line WS-22-Lines col 1 foreground-color 4 erase eol
              move     "Y" to WS-Imp-Refused
              go to    zz090-Wait.
     display  "Import this file again (Y/N) [ ]" at line WS-22-Lines col 1 with erase eol.
     move     "N" to WS-Reply.
     accept   WS-Reply at line WS-22-Lines col 32 with UPPER.
     if       WS-Reply not = "Y"
              move     "Y" to WS-Imp-Refused
              go to    zz090-Exit.
     display  "Override reason - " at line WS-22-Lines col 1 with erase eol.
     move     spaces to Irq-Override-Reason.
     accept   Irq-Override-Reason at line WS-22-Lines col 19.
     if       Irq-Override-Reason not = spaces
              go to    zz090-Exit.
     display  PY456    at line WS-22-Lines col 1 foreground-color 4 erase eol.
     move     "Y" to WS-Imp-Refused.
*>
 zz090-Wait.
     if       WS-CD-Args (10:1) not = "N"
              display  SY015    at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 48 AUTO
     end-if.
*>
 zz090-Exit.  exit section.
*>
 zz092-Open-Inbound          section.
*>**********************************
*>
*> Registers the import In Progress - from here every record written
*> or rewritten is imaged so pyinbound can back the import out.
*>
     move     "O" to Irq-Action.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
     if       Irq-Result not = zero
              move     zero to Irq-Seq.
*>
 zz092-Exit.  exit section.
*>
 zz093-Log-Image             section.
*>**********************************
*>
     move     "I" to Irq-Action.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz093-Exit.  exit section.
*>
 zz091-Image-Jdr             section.
*>**********************************
*>
*> Before and after image of the PYJDR record about to be written
*> or rewritten - the caller has the new record built.
*>
     if       Irq-Seq = zero
              go to    zz091-Exit.
     move     PY-Juris-Dir-Record to Irq-After.
     move     "PYJDR" to Irq-File-Id.
     move     Jdr-Key to Irq-Rec-Key.
     read     PY-Juris-Dir-File key Jdr-Key
              invalid key
                       move     "W"    to Irq-Img-Action
                       move     spaces to Irq-Before
              not invalid key
                       move     "R"    to Irq-Img-Action
                       move     PY-Juris-Dir-Record to Irq-Before
     end-read.
     move     Irq-After to PY-Juris-Dir-Record.
     perform  zz093-Log-Image.
*>
 zz091-Exit.  exit section.
*>
 zz095-Finish-Inbound        section.
*>**********************************
*>
*> Counts and control totals on the registry entry, marked Complete.
*>
     if       Irq-Seq = zero
              go to    zz095-Exit.
     move     "F" to Irq-Action.
     move     WS-Cnt-Loaded   to Irq-Loaded.
     move     WS-Cnt-Rejected to Irq-Rejected.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz095-Exit.  exit section.
*>
