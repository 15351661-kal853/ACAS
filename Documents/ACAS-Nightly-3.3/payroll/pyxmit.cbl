       >>source free
*>****************************************************************
*>       Outbound File Release, Transmission Manifest             *
*>            and Daily Transmission Log Report                   *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyxmit.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Works PY-Xmt-File (pyxmt.dat) - the log pyxreg
*>                      writes as each bank / agency file is built.
*>                      Every file is Held until released here.
*>
*>                      Functions:
*>                      R - Release. Supervisor or Admin operator only.
*>                          The frozen held copy is recounted and
*>                          re-checksummed (pyxreg) and must still match
*>                          what was registered; a possible duplicate
*>                          must be confirmed. The held copy is then
*>                          copied to sndNNNNNN.dat - the only copy to
*>                          be sent - and the transmission manifest
*>                          (who released it and when, lines, hash,
*>                          checksum) is printed.
*>                      T - Mark a released file transmitted.
*>                      K - Mark a sent file acknowledged, with the
*>                          bank / agency reference.
*>                      I - Inquire.
*>                      L - Daily log report - every file created,
*>                          released, transmitted or acknowledged on
*>                          a date, and the count still held.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyxreg  - held copy verification.
*>                      pyrcapt - report repository.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pyxmt.   Outbound File Release Log - I-O.
*>
*>    Error messages used.
*> System wide:
*>                      SY010, 13 & 15.
*> Program specific:
*>                      PY448 - 453.
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
 copy "selpyxmt.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyxmt.cob".
*>
 fd  Print-File
     reports are Manifest-Report
                 Xmt-Log-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyxmit  (1.0.00)".  *> First release pre testing.
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
 copy "wspyxreq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-Xmt-Status       pic xx.
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
     03  WS-Key-No           pic 9(6)     value zero.
     03  WS-Operator         pic x(8)     value spaces.
     03  WS-Stamp-Time       pic 9(8)     value zero.
     03  WS-Send-Name        pic x(16)    value spaces.
     03  WS-Hash-Disp        pic z,zzz,zzz,zz9.99-.
*>
*> Daily log report
*>
     03  WS-Rp-Date          pic 9(8)     value zero.
     03  WS-Rl-Events        pic x(7)     value spaces.  *> C R T A - what happened on the day
     03  WS-Cnt-Created      pic 9(5)     value zero.
     03  WS-Cnt-Released     pic 9(5)     value zero.
     03  WS-Cnt-Sent         pic 9(5)     value zero.
     03  WS-Cnt-Acked        pic 9(5)     value zero.
     03  WS-Cnt-Dups         pic 9(5)     value zero.
     03  WS-Cnt-Held         pic 9(5)     value zero.
*>
*> cp command for the send copy - held copy then the snd name.
*>
 01  WS-Copy-Command         pic x(64)    value spaces.
*>
 01  Error-Messages.
*> System Wide
     03  SY010           pic x(46) value "SY010 Terminal program not set to length => 28".
     03  SY013           pic x(47) value "SY013 Terminal program not set to Columns => 80".
     03  SY015           pic x(56) value "SY015 Note message and Hit return to continue processing".
*>
*> Program specific
*>
     03  PY448           pic x(49) value "PY448 No outbound file log entry with that number".
     03  PY449           pic x(50) value "PY449 Release needs a Supervisor or Admin operator".
     03  PY450           pic x(43) value "PY450 Entry is not in the right status - is".
     03  PY451           pic x(61) value "PY451 Held copy missing or changed since built - NOT released".
     03  PY452           pic x(60) value "PY452 POSSIBLE DUPLICATE - same file already released, entry".
     03  PY453           pic x(34) value "PY453 Date is not a valid ccyymmdd".
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
 RD  Manifest-Report
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Man-Head  Type Page Heading.
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
         05  col  47     pic x(35)   value "Outbound File Transmission Manifest".
*>
 01  Man-Detail type is detail.
     03  line + 2.
         05  col   1                       value "Log entry            :".
         05  col  24     pic z(5)9         source Xmt-Seq.
     03  line + 1.
         05  col   1                       value "File type            :".
         05  col  24     pic x(8)          source Xmt-Type.
         05  col  40                       value "Built by :".
         05  col  51     pic x(18)         source Xmt-Prog.
     03  line + 1.
         05  col   1                       value "Period               :".
         05  col  24     pic x(10)         source Xmt-Period.
     03  line + 1.
         05  col   1                       value "File as built        :".
         05  col  24     pic x(60)         source Xmt-File-Name.
     03  line + 1.
         05  col   1                       value "Held copy            :".
         05  col  24     pic x(16)         source Xmt-Held-Copy.
     03  line + 1.
         05  col   1                       value "File to transmit     :".
         05  col  24     pic x(16)         source WS-Send-Name.
     03  line + 2.
         05  col   1                       value "Lines                :".
         05  col  24     pic z(6)9         source Xmt-Rec-Count.
     03  line + 1.
         05  col   1                       value "Dollar hash total    :".
         05  col  24     pic z,zzz,zzz,zz9.99- source Xmt-Hash-Total.
     03  line + 1.
         05  col   1                       value "Checksum             :".
         05  col  24     pic 9(10)         source Xmt-Checksum.
     03  line + 2.
         05  col   1                       value "Created              :".
         05  col  24     pic 9999/99/99    source Xmt-Created-Date.
         05  col  35     pic 99B99B99      source Xmt-Created-Time.
         05  col  45     pic x(8)          source Xmt-Created-By.
     03  line + 1.
         05  col   1                       value "Released             :".
         05  col  24     pic 9999/99/99    source Xmt-Released-Date.
         05  col  35     pic 99B99B99      source Xmt-Released-Time.
         05  col  45     pic x(8)          source Xmt-Released-By.
     03  line + 2     present when Xmt-Possible-Dup.
         05  col   1                       value "*** POSSIBLE DUPLICATE of log entry".
         05  col  37     pic z(5)9         source Xmt-Dup-Of.
         05  col  44                       value "- released after confirmation ***".
     03  line + 3.
         05  col   1                       value "Transmitted by ________________   Date ____________   Time ________".
*>
 RD  Xmt-Log-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Log-Head  Type Page Heading.
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
         05  col  45     pic x(30)   value "Outbound File Log for the Day".
         05  col  76     pic 9999/99/99  source WS-Rp-Date.
     03  line  4.
         05  col   1                 value "Entry  Type     File as built                  Period       Lines    Dollar Hash     Checksum   S Dup Of Events  Rel By   Ack Ref".
*>
 01  Log-Detail-Line type is detail.
     03  line + 1.
         05  col   1     pic z(5)9         source Xmt-Seq.
         05  col   8     pic x(8)          source Xmt-Type.
         05  col  17     pic x(30)         source Xmt-File-Name.
         05  col  48     pic x(10)         source Xmt-Period.
         05  col  59     pic z(6)9         source Xmt-Rec-Count.
         05  col  67     pic z,zzz,zzz,zz9.99- source Xmt-Hash-Total.
         05  col  86     pic 9(10)         source Xmt-Checksum.
         05  col  97     pic x             source Xmt-Status.
         05  col  99     pic z(5)9         source Xmt-Dup-Of blank when zero.
         05  col 106     pic x(7)          source WS-Rl-Events.
         05  col 114     pic x(8)          source Xmt-Released-By.
         05  col 123     pic x(10)         source Xmt-Ack-Ref.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(26)     value "Files created            :".
         05  col 28          pic zzzz9     source WS-Cnt-Created.
         05  col 40          pic x(26)     value "Possible duplicates      :".
         05  col 67          pic zzzz9     source WS-Cnt-Dups.
     03  line + 1.
         05  col  1          pic x(26)     value "Files released           :".
         05  col 28          pic zzzz9     source WS-Cnt-Released.
     03  line + 1.
         05  col  1          pic x(26)     value "Files transmitted        :".
         05  col 28          pic zzzz9     source WS-Cnt-Sent.
     03  line + 1.
         05  col  1          pic x(26)     value "Files acknowledged       :".
         05  col 28          pic zzzz9     source WS-Cnt-Acked.
     03  line + 1.
         05  col  1          pic x(26)     value "Still held - any date    :".
         05  col 28          pic zzzz9     source WS-Cnt-Held.
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
     open     i-o PY-Xmt-File.
     if       PY-Xmt-Status = "35"        *> nothing built yet
              open     output PY-Xmt-File
              close    PY-Xmt-File
              open     i-o PY-Xmt-File
     end-if.
*>
     perform  ab010-Maintain until WS-All-Done.
*>
     close    PY-Xmt-File.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ab010-Maintain              section.
*>**********************************
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Outbound File Release and Transmission Log" at line 1 col 25 with foreground-color 2.
     display  "R = Release, T = Transmitted, K = Acknowledged, I = Inquire, L = Daily log,"
                                                         at line 3 col 1.
     display  "Q = Quit [ ]"                             at line 4 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 4 col 11 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     if       WS-Function = "L"
              perform  ca000-Log-Report
              go to    ab010-Exit.
     if       WS-Function not = "R" and not = "T" and not = "K" and not = "I"
              go to    ab010-Exit.
     if       WS-Function = "R"
        and   WS-CD-Args (9:1) not = "S" and not = "A"
              display  PY449 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ab010-Exit.
*>
     display  "Log entry number   [      ]"  at line 6 col 1.
     move     zero to WS-Key-No.
     accept   WS-Key-No at line 6 col 21 with UPDATE.
     move     WS-Key-No to Xmt-Seq.
     read     PY-Xmt-File key Xmt-Seq
              invalid key
                       display  PY448 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       go to    ab010-Exit
     end-read.
     perform  ab030-Show-Entry.
*>
     evaluate WS-Function
              when     "R"
                       perform  ba000-Release
              when     "T"
                       perform  bb000-Transmitted
              when     "K"
                       perform  bc000-Acknowledged
              when     other
                       display  SY015 at line WS-Lines col 1
                       accept   WS-Reply at line WS-Lines col 58
     end-evaluate.
*>
 ab010-Exit.  exit section.
*>
 ab030-Show-Entry            section.
*>**********************************
*>
     display  "Type / built by  : " at line  8 col 1.
     display  Xmt-Type             at line  8 col 21.
     display  Xmt-Prog             at line  8 col 31.
     display  "File as built    : " at line  9 col 1.
     display  Xmt-File-Name        at line  9 col 21.
     display  "Held copy        : " at line 10 col 1.
     display  Xmt-Held-Copy        at line 10 col 21.
     display  "Period           : " at line 11 col 1.
     display  Xmt-Period           at line 11 col 21.
     display  "Lines / checksum : " at line 12 col 1.
     display  Xmt-Rec-Count        at line 12 col 21.
     display  Xmt-Checksum         at line 12 col 31.
     move     Xmt-Hash-Total to WS-Hash-Disp.
     display  "Dollar hash      : " at line 13 col 1.
     display  WS-Hash-Disp         at line 13 col 21.
     display  "Status           : " at line 14 col 1.
     display  Xmt-Status           at line 14 col 21.
     display  "H Held, R Released, T Transmitted, A Acknowledged, S Superseded"
                                   at line 14 col 24.
     display  "Created          : " at line 15 col 1.
     display  Xmt-Created-Date     at line 15 col 21.
     display  Xmt-Created-Time     at line 15 col 30.
     display  Xmt-Created-By       at line 15 col 37.
     display  "Released         : " at line 16 col 1.
     display  Xmt-Released-Date    at line 16 col 21.
     display  Xmt-Released-Time    at line 16 col 30.
     display  Xmt-Released-By      at line 16 col 37.
     display  "Transmitted      : " at line 17 col 1.
     display  Xmt-Sent-Date        at line 17 col 21.
     display  Xmt-Sent-Time        at line 17 col 30.
     display  Xmt-Sent-By          at line 17 col 37.
     display  "Acknowledged     : " at line 18 col 1.
     display  Xmt-Ack-Date         at line 18 col 21.
     display  Xmt-Ack-Time         at line 18 col 30.
     display  Xmt-Ack-By           at line 18 col 37.
     display  Xmt-Ack-Ref          at line 18 col 46.
     if       Xmt-Possible-Dup
              display  PY452      at line 20 col 1 foreground-color 4
              display  Xmt-Dup-Of at line 20 col 64 foreground-color 4.
*>
 ab030-Exit.  exit section.
*>
 ba000-Release               section.
*>**********************************
*>
*> The held copy must still be the file that was registered - same
*> lines, same checksum - before it goes anywhere.
*>
     if       not Xmt-Held
              display  PY450      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Xmt-Status at line WS-23-Lines col 45
              display  SY015      at line WS-Lines    col 1
              accept   WS-Reply   at line WS-Lines    col 58
              go to    ba000-Exit.
     initialize PY-Xmt-Request.
     move     "V"           to Xreq-Action.
     move     Xmt-Held-Copy to Xreq-File-Name.
     call     "pyxreg" using PY-Xmt-Request WS-Calling-Data File-Defs.
     if       Xreq-Result not = zero
        or    Xreq-Rec-Count not = Xmt-Rec-Count
        or    Xreq-Checksum  not = Xmt-Checksum
              display  PY451      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015      at line WS-Lines    col 1
              accept   WS-Reply   at line WS-Lines    col 58
              go to    ba000-Exit.
     if       Xmt-Possible-Dup
              display  "Release this POSSIBLE DUPLICATE anyway (Y/N) [ ]" at line WS-22-Lines col 1
                                                   foreground-color 4
              move     "N" to WS-Reply
              accept   WS-Reply at line WS-22-Lines col 47 with UPPER
              if       WS-Reply not = "Y"
                       go to    ba000-Exit
              end-if
     end-if.
     display  "Release this file for transmission (Y/N) [ ]" at line WS-22-Lines col 1 erase eol.
     move     "N" to WS-Reply.
     accept   WS-Reply at line WS-22-Lines col 43 with UPPER.
     if       WS-Reply not = "Y"
              go to    ba000-Exit.
*>
     move     spaces to WS-Send-Name.
     string   "snd"       delimited by size
              Xmt-Seq     delimited by size
              ".dat"      delimited by size
              into WS-Send-Name.
     move     spaces to WS-Copy-Command.
     string   "cp "           delimited by size
              Xmt-Held-Copy   delimited by space
              " "             delimited by size
              WS-Send-Name    delimited by space
              into WS-Copy-Command.
     call     "SYSTEM" using WS-Copy-Command.
*>
     accept   WS-Stamp-Time from time.
     move     "R"                 to Xmt-Status.
     move     WSE-Date-9          to Xmt-Released-Date.
     move     WS-Stamp-Time (1:6) to Xmt-Released-Time.
     move     WS-Operator         to Xmt-Released-By.
     rewrite  PY-Xmt-Record.
*>
     open     output Print-File.
     initiate Manifest-Report.
     generate Man-Detail.
     terminate Manifest-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
 ba000-Exit.  exit section.
*>
 bb000-Transmitted           section.
*>**********************************
*>
     if       not Xmt-Released
              display  PY450      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Xmt-Status at line WS-23-Lines col 45
              display  SY015      at line WS-Lines    col 1
              accept   WS-Reply   at line WS-Lines    col 58
              go to    bb000-Exit.
     display  "Mark this file transmitted (Y/N) [ ]" at line WS-22-Lines col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line WS-22-Lines col 35 with UPPER.
     if       WS-Reply not = "Y"
              go to    bb000-Exit.
     accept   WS-Stamp-Time from time.
     move     "T"                 to Xmt-Status.
     move     WSE-Date-9          to Xmt-Sent-Date.
     move     WS-Stamp-Time (1:6) to Xmt-Sent-Time.
     move     WS-Operator         to Xmt-Sent-By.
     rewrite  PY-Xmt-Record.
*>
 bb000-Exit.  exit section.
*>
 bc000-Acknowledged          section.
*>**********************************
*>
*> Normally after T; a file the bank acknowledges before anyone marked
*> it sent is taken as sent at the same time.
*>
     if       not Xmt-Released and not Xmt-Transmitted
              display  PY450      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Xmt-Status at line WS-23-Lines col 45
              display  SY015      at line WS-Lines    col 1
              accept   WS-Reply   at line WS-Lines    col 58
              go to    bc000-Exit.
     display  "Acknowledgement reference [                    ]" at line WS-22-Lines col 1.
     accept   Xmt-Ack-Ref at line WS-22-Lines col 28 with UPDATE.
     display  "Mark this file acknowledged (Y/N) [ ]" at line WS-23-Lines col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line WS-23-Lines col 36 with UPPER.
     if       WS-Reply not = "Y"
              go to    bc000-Exit.
     accept   WS-Stamp-Time from time.
     if       Xmt-Released
              move     WSE-Date-9          to Xmt-Sent-Date
              move     WS-Stamp-Time (1:6) to Xmt-Sent-Time
              move     WS-Operator         to Xmt-Sent-By
     end-if.
     move     "A"                 to Xmt-Status.
     move     WSE-Date-9          to Xmt-Ack-Date.
     move     WS-Stamp-Time (1:6) to Xmt-Ack-Time.
     move     WS-Operator         to Xmt-Ack-By.
     rewrite  PY-Xmt-Record.
*>
 bc000-Exit.  exit section.
*>
 ca000-Log-Report            section.
*>**********************************
*>
*> Every entry with something done to it on the day - Events shows
*> which of Created, Released, Transmitted, Acknowledged - and the
*> count of files still waiting on release, whenever built.
*>
     display  "Report date (ccyymmdd) [        ]" at line 6 col 1 with erase eos.
     move     WSE-Date-9 to WS-Rp-Date.
     accept   WS-Rp-Date at line 6 col 25 with UPDATE.
     if       TEST-DATE-YYYYMMDD (WS-Rp-Date) not = zero
              display  PY453 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ca000-Exit.
*>
     move     zero to WS-Cnt-Created WS-Cnt-Released WS-Cnt-Sent
                      WS-Cnt-Acked WS-Cnt-Dups WS-Cnt-Held.
     open     output Print-File.
     initiate Xmt-Log-Report.
     move     zero to Xmt-Seq.
     start    PY-Xmt-File key not < Xmt-Seq
              invalid key
                       go to ca000-Wrap
     end-start.
     perform  forever
              read     PY-Xmt-File next record at end
                       exit perform
              end-read
              if       PY-Xmt-Status not = "00"
                       exit perform
              end-if
              if       Xmt-Held
                       add      1 to WS-Cnt-Held
              end-if
              move     spaces to WS-Rl-Events
              if       Xmt-Created-Date = WS-Rp-Date
                       move     "C" to WS-Rl-Events (1:1)
                       add      1   to WS-Cnt-Created
                       if       Xmt-Possible-Dup
                                add      1 to WS-Cnt-Dups
                       end-if
              end-if
              if       Xmt-Released-Date = WS-Rp-Date
                       move     "R" to WS-Rl-Events (3:1)
                       add      1   to WS-Cnt-Released
              end-if
              if       Xmt-Sent-Date = WS-Rp-Date
                       move     "T" to WS-Rl-Events (5:1)
                       add      1   to WS-Cnt-Sent
              end-if
              if       Xmt-Ack-Date = WS-Rp-Date
                       move     "A" to WS-Rl-Events (7:1)
                       add      1   to WS-Cnt-Acked
              end-if
              if       WS-Rl-Events = spaces
                       exit perform cycle
              end-if
              generate Log-Detail-Line
     end-perform.
*>
 ca000-Wrap.
     terminate Xmt-Log-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
 ca000-Exit.  exit section.
