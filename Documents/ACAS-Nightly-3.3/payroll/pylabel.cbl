       >>source free
*>****************************************************************
*>          Translated Label Sets - Maintenance & Listing         *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pylabel.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Keeps PY-Label-File (pylbl.dat), the translated
*>                      labels the employee facing outputs print in
*>                      for an employee whose Emp-Language is not
*>                      English - the pay stub reprint (pystubrp),
*>                      advice slip and email (pyadvice), wage notice
*>                      letter (pynotice) and check face (pychkprt).
*>                      Each reads its set through pylblset.
*>
*>                      A = amend or delete one label, showing the
*>                          English text it replaces. Deleting one
*>                          makes that label print in English.
*>                      S = seed the supplied Spanish set (wspylbs)
*>                          for every label not already on file -
*>                          labels already amended are left alone.
*>                      P = list a language's sets beside the English
*>                          with the labels not translated flagged.
*>
*>                      The English sets are fixed in wspylbe.cob and
*>                      need no entries here. The check's amount in
*>                      words and MICR line are the bank's legal lines
*>                      and stay in English whatever the language.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrcapt.
*>**
*>    Functions Used:
*>                      TRIM.
*>    Files used :
*>                      pypr1.      Params.
*>                      pylbl.dat   Translated Label Sets - I-O.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY523 - 526.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 STB set is 24 labels - the conversion reprint.
*>
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
 copy "selpylbl.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpylbl.cob".
*>
 fd  Print-File
     reports are Label-Set-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pylabel  (1.0.01)".
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
 copy "print-spool-command.cob".     *> CHECK PRN file for content Landscape mode
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspylbe.cob".
 copy "wspylbs.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-PR1-Status       pic xx.
     03  PY-Lbl-Status       pic xx.
     03  WS-Lbl-Open         pic x        value "N".
         88  WS-Lbl-Is-Open               value "Y".
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
     03  WS-Doc              pic x(3)     value spaces.
     03  WS-Lang             pic x        value "S".
     03  WS-Lbl-No           pic 99       value zero.
     03  WS-Doc-Ix           pic 9        value zero.
     03  WS-Lbl-Sub          pic 99       value zero.
     03  WS-Lbl-Found        pic x        value "N".
     03  WS-New-Text         pic x(60)    value spaces.
*>
     03  WS-Cnt-Seeded       pic 9(4)     value zero.
     03  WS-Cnt-Kept         pic 9(4)     value zero.
     03  WS-Cnt-Listed       pic 9(4)     value zero.
     03  WS-Cnt-Missing      pic 9(4)     value zero.
     03  WS-Disp-Cnt         pic zzz9.
*>
*> Listing lines.
*>
     03  WS-Rg-Title         pic x(40)    value spaces.
     03  WS-Rg-Text          pic x(60)    value spaces.
*>
*> The label sets and how many labels each has - a set's count must
*> match its entries in wspylbe.cob / wspylbs.cob.
*>
 01  WS-Doc-Table-Values.
     03  filler              pic x(5)     value "CHK05".
     03  filler              pic x(5)     value "ADV26".
     03  filler              pic x(5)     value "NTC10".
     03  filler              pic x(5)     value "STB24".
 01  WS-Doc-Table  redefines WS-Doc-Table-Values.
     03  WS-Doc-Entry                     occurs 4.
         05  WS-Doc-Code     pic x(3).
         05  WS-Doc-Count    pic 99.
*>
*> English and supplied Spanish text of the set in hand.
*>
 01  WS-Set-Texts.
     03  WS-Eng-Set.
         05  WS-Eng-Text     pic x(60)    occurs 40.
     03  WS-Seed-Set.
         05  WS-Seed-Text    pic x(60)    occurs 40.
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
     03  PY523           pic x(51) value "PY523 Unknown label set - use CHK, ADV, NTC or STB".
     03  PY524           pic x(48) value "PY524 Label number is outside the set - 1 up to".
     03  PY525           pic x(58) value "PY525 English labels are fixed - no translation is needed".
     03  PY526           pic x(45) value "PY526 Label file cannot be opened - status =".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params this run uses
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
 RD  Label-Set-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 6
     Last  Detail WS-Page-Lines.
*>
 01  Report-Lsr-Head  Type Page Heading.
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
         05  col  45     pic x(40)   source WS-Rg-Title.
     03  line  5.
         05  col   1                 value "Set".
         05  col   6                 value "No".
         05  col  10                 value "-- English ------------------------------------------------".
         05  col  72                 value "-- Language".
         05  col  84     pic x       source WS-Lang.
         05  col  86                 value "----------------------------------------------".
*>
 01  Lsr-Detail type is detail.
     03  line + 1.
         05  col   1     pic x(3)           source WS-Doc.
         05  col   6     pic z9             source WS-Lbl-Sub.
         05  col  10     pic x(60)          source WS-Eng-Text (WS-Lbl-Sub).
         05  col  72     pic x(60)          source WS-Rg-Text.
*>
 01  type control Footing Final.
     03  line + 2.
         05  col   1     pic x(26)          value "Labels listed           :".
         05  col  28     pic zzz9           source WS-Cnt-Listed.
     03  line + 1.
         05  col   1     pic x(26)          value "Not translated          :".
         05  col  28     pic zzz9           source WS-Cnt-Missing.
     03  line + 2.
         05  col   1     pic x(80)          value "** = no translation on file - that label prints in English for this language.".
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
     display  "Translated Label Sets" at 0125 with foreground-color 2.
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
     perform  zz010-Open-Labels.
     if       not WS-Lbl-Is-Open
              goback   returning 1.
*>
     perform  ab010-Main-Menu until WS-All-Done.
     close    PY-Label-File.
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
     display  "Translated Label Sets"                     at line 1 col 1 with erase eos.
     display  "A = Amend a label, S = Seed Spanish set, P = Print sets, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 69 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     evaluate WS-Function
              when "A"  perform ba000-Amend-Label
              when "S"  perform ca000-Seed-Spanish
              when "P"  perform da000-Print-Sets
              when other
                        continue
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ba000-Amend-Label           section.
*>**********************************
*>
*> One label - the English it stands in for is shown above the text
*> held. Blanking the text deletes the label so it prints in English.
*>
     display  "Set (CHK/ADV/NTC/STB) [   ]   Language [ ]   Label No [  ]"
                                                         at line 5 col 1 with erase eos.
     move     spaces to WS-Doc.
     accept   WS-Doc at line 5 col 24 with UPPER.
     if       WS-Doc = spaces or COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
     perform  zz020-Find-Doc.
     if       WS-Doc-Ix = zero
              display  PY523    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58 AUTO
              go to    ba000-Exit.
     accept   WS-Lang at line 5 col 42 with UPPER UPDATE.
     if       WS-Lang = space or "E"
              display  PY525    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58 AUTO
              move     "S" to WS-Lang
              go to    ba000-Exit.
     move     zero to WS-Lbl-No.
     accept   WS-Lbl-No at line 5 col 58.
     if       WS-Lbl-No < 1
        or    WS-Lbl-No > WS-Doc-Count (WS-Doc-Ix)
              display  PY524    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  WS-Doc-Count (WS-Doc-Ix)
                                at line WS-23-Lines col 50 foreground-color 4
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58 AUTO
              go to    ba000-Exit.
*>
     perform  zz030-Get-Set-Texts.
     display  "English : "                   at line 7 col 1.
     display  WS-Eng-Text (WS-Lbl-No)        at line 7 col 11.
     move     WS-Lang   to Lbl-Lang.
     move     WS-Doc    to Lbl-Doc.
     move     WS-Lbl-No to Lbl-No.
     move     "Y" to WS-Lbl-Found.
     read     PY-Label-File key Lbl-Key
              invalid key
                       move     "N" to WS-Lbl-Found
     end-read.
     if       WS-Lbl-Found = "Y"
              move     Lbl-Text to WS-New-Text
     else
              move     spaces   to WS-New-Text
              display  "(none held - prints in English)" at line 9 col 11
     end-if.
     display  "Text    : [" at line 8 col 1.
     display  "]"           at line 8 col 72.
     accept   WS-New-Text   at line 8 col 12 with UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    ba000-Exit.
*>
*> Held without leading spaces - the outputs string the labels up
*> and put their own spacing in.
*>
     move     trim (WS-New-Text leading) to WS-New-Text.
     if       WS-New-Text = spaces
              if       WS-Lbl-Found = "Y"
                       delete   PY-Label-File record
                       display  "Label deleted - prints in English" at line 10 col 1
              end-if
              go to    ba000-Exit.
*>
     move     WS-New-Text to Lbl-Text.
     move     WS-Today    to Lbl-Changed.
     if       WS-Lbl-Found = "Y"
              rewrite  PY-Label-Record
     else
              write    PY-Label-Record
     end-if.
     display  "Label saved" at line 10 col 1.
*>
 ba000-Exit.  exit section.
*>
 ca000-Seed-Spanish          section.
*>**********************************
*>
*> The supplied Spanish text written for every label of every set
*> not already on file, so local amendments survive a re-seed.
*>
     move     zero to WS-Cnt-Seeded WS-Cnt-Kept.
     perform  varying WS-Doc-Ix from 1 by 1 until WS-Doc-Ix > 4
              move     WS-Doc-Code (WS-Doc-Ix) to WS-Doc
              perform  zz030-Get-Set-Texts
              perform  varying WS-Lbl-Sub from 1 by 1
                         until WS-Lbl-Sub > WS-Doc-Count (WS-Doc-Ix)
                       move     "S"        to Lbl-Lang
                       move     WS-Doc     to Lbl-Doc
                       move     WS-Lbl-Sub to Lbl-No
                       read     PY-Label-File key Lbl-Key
                                invalid key
                                         move     WS-Seed-Text (WS-Lbl-Sub) to Lbl-Text
                                         move     WS-Today to Lbl-Changed
                                         move     spaces   to PY-Label-Record (75:6)
                                         write    PY-Label-Record
                                         add      1 to WS-Cnt-Seeded
                                not invalid key
                                         add      1 to WS-Cnt-Kept
                       end-read
              end-perform
     end-perform.
*>
     move     WS-Cnt-Seeded to WS-Disp-Cnt.
     display  "Spanish labels seeded : " at line 6 col 5 with erase eos.
     display  WS-Disp-Cnt                at line 6 col 29.
     move     WS-Cnt-Kept to WS-Disp-Cnt.
     display  "Already on file       : " at line 7 col 5.
     display  WS-Disp-Cnt                at line 7 col 29.
     display  SY015                      at line WS-Lines col 1.
     accept   WS-Reply                   at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 da000-Print-Sets            section.
*>**********************************
*>
*> Every set for one language beside the English, each label with
*> no translation on file flagged.
*>
     display  "Language [ ]" at line 5 col 1 with erase eos.
     accept   WS-Lang at line 5 col 11 with UPPER UPDATE.
     if       COB-CRT-Status = COB-SCR-ESC
              go to    da000-Exit.
     if       WS-Lang = space or "E"
              display  PY525    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58 AUTO
              move     "S" to WS-Lang
              go to    da000-Exit.
     display  "Label listing running" at line 7 col 1.
     move     "Translated Label Sets" to WS-Rg-Title.
     move     zero to WS-Cnt-Listed WS-Cnt-Missing.
     subtract 1 from Page-Lines giving WS-Page-Lines.
     open     output Print-File.
     initiate Label-Set-Report.
     perform  varying WS-Doc-Ix from 1 by 1 until WS-Doc-Ix > 4
              move     WS-Doc-Code (WS-Doc-Ix) to WS-Doc
              perform  zz030-Get-Set-Texts
              perform  varying WS-Lbl-Sub from 1 by 1
                         until WS-Lbl-Sub > WS-Doc-Count (WS-Doc-Ix)
                       perform  db000-List-Label
              end-perform
     end-perform.
     terminate
              Label-Set-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs.
*>
     move     WS-Cnt-Listed to WS-Disp-Cnt.
     display  "Labels listed  : " at line 8 col 5 with erase eos.
     display  WS-Disp-Cnt         at line 8 col 22.
     move     WS-Cnt-Missing to WS-Disp-Cnt.
     display  "Not translated : " at line 9 col 5.
     display  WS-Disp-Cnt         at line 9 col 22.
     display  SY015               at line WS-Lines col 1.
     accept   WS-Reply            at line WS-Lines col 58.
*>
 da000-Exit.  exit section.
*>
 db000-List-Label            section.
*>**********************************
*>
     add      1 to WS-Cnt-Listed.
     move     WS-Lang    to Lbl-Lang.
     move     WS-Doc     to Lbl-Doc.
     move     WS-Lbl-Sub to Lbl-No.
     read     PY-Label-File key Lbl-Key
              invalid key
                       move     spaces to Lbl-Text
     end-read.
     if       Lbl-Text = spaces
              add      1 to WS-Cnt-Missing
              move     "** not translated" to WS-Rg-Text
     else
              move     Lbl-Text to WS-Rg-Text
     end-if.
     generate Lsr-Detail.
*>
 db000-Exit.  exit section.
*>
 zz010-Open-Labels           section.
*>**********************************
*>
*> Created empty the first time it is needed.
*>
     move     "N" to WS-Lbl-Open.
     open     i-o PY-Label-File.
     if       PY-Lbl-Status = "35"
              open     output PY-Label-File
              close    PY-Label-File
              open     i-o PY-Label-File
     end-if.
     if       PY-Lbl-Status = "00"
              move     "Y" to WS-Lbl-Open
              go to    zz010-Exit.
     display  PY526         at line WS-23-Lines col 1 foreground-color 4 erase eos.
     display  PY-Lbl-Status at line WS-23-Lines col 47.
     display  SY001         at line WS-Lines    col 1 foreground-color 2.
     accept   WS-Reply      at line WS-Lines    col 48 AUTO.
*>
 zz010-Exit.  exit section.
*>
 zz020-Find-Doc              section.
*>**********************************
*>
     move     zero to WS-Doc-Ix.
     perform  varying WS-Lbl-Sub from 1 by 1 until WS-Lbl-Sub > 4
              if       WS-Doc-Code (WS-Lbl-Sub) = WS-Doc
                       move     WS-Lbl-Sub to WS-Doc-Ix
                       exit perform
              end-if
     end-perform.
*>
 zz020-Exit.  exit section.
*>
 zz030-Get-Set-Texts         section.
*>**********************************
*>
*> The English and supplied Spanish sets for WS-Doc-Ix.
*>
     move     spaces to WS-Set-Texts.
     evaluate WS-Doc-Ix
              when 1   move  Lbe-Chk-Set to WS-Eng-Set
                       move  Lbs-Chk-Set to WS-Seed-Set
              when 2   move  Lbe-Adv-Set to WS-Eng-Set
                       move  Lbs-Adv-Set to WS-Seed-Set
              when 3   move  Lbe-Ntc-Set to WS-Eng-Set
                       move  Lbs-Ntc-Set to WS-Seed-Set
              when 4   move  Lbe-Stb-Set to WS-Eng-Set
                       move  Lbs-Stb-Set to WS-Seed-Set
     end-evaluate.
*>
 zz030-Exit.  exit section.
*>
