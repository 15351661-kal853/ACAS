       >>source free
*>****************************************************************
*>        Inbound File Import Registry - Inquiry, Back Out        *
*>                    and Registry Listing                        *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyinbound.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Works PY-Import-Reg-File (pyimr.dat) - the
*>                      registry pyireg keeps of every file imported
*>                      by pytcimp, pyachret, pyrecon, pysickimp,
*>                      pyrdir, pytaximp, pyempimp and pyplpost.
*>
*>                      Functions:
*>                      I - Inquire on a registry entry.
*>                      B - Back out an import. Admin operator only.
*>                          Works back from the last record image the
*>                          import made (pyimi.dat): a record still as
*>                          the import left it is deleted if the
*>                          import wrote it or put back as it was if
*>                          the import rewrote it; a record changed
*>                          since is left alone and listed. The entry
*>                          is marked Backed Out - the same file may
*>                          then be imported again without an
*>                          override. The back out report lists every
*>                          record and what was done with it.
*>                      L - Registry listing - every import from a
*>                          date, with counts, control totals and any
*>                          Admin override of a duplicate.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrcapt - report repository.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pyimr.   Inbound File Import Registry - I-O.
*>                      pyimi.   Inbound Import Record Images - Input.
*>                      pyhrs.   Pay Transactions - I-O.
*>                      pypunch. Punch pairs - I-O.
*>                      pyemp.   Employee Master - I-O.
*>                      pychkh.  Check History - I-O.
*>                      pyhis.   Employee History - I-O.
*>                      pycoh.   Company History - I-O.
*>                      pyrdir.  Routing Directory - I-O.
*>                      pyswtaa. State Withholding Tables - I-O.
*>                      pycalx.  State Special Tax Tables - I-O.
*>                      pyrpl.   Remittances posted to the PL - I-O.
*>                      pyepa.   Employee Purchase Accounts - I-O.
*>                      pyjdir.  Jurisdiction Directory - I-O.
*>
*>    Error messages used.
*> System wide:
*>                      SY010, 13 & 15.
*> Program specific:
*>                      PY457 - 461.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Backs out pyplpost's Purchase Ledger payments
*>                       import (PYRPL images on pyrpl.dat).
*> 15/10/26 vbc - 1.0.02 Backs out pyslpost's Sales Ledger balances
*>                       load (PYEPA images on pyepa.dat).
*> 15/10/26 vbc - 1.0.03 Backs out pyjdir's jurisdiction directory load
*>                       (PYJDR images on pyjdir.dat).
*> 15/10/26 vbc - 1.0.04 Heading and total label sizes corrected to their
*>                       text, run date moved along one.
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
 copy "selpyimr.cob".
 copy "selpyimi.cob".
 copy "selpyhrs.cob".
 copy "selpypch.cob".
 copy "selpyemp.cob".
 copy "selpychkh.cob".
 copy "selpyhis.cob".
 copy "selpycoh.cob".
 copy "selpyrdr.cob".
 copy "selpyswt.cob".
 copy "selpycalx.cob".
 copy "selpyrpl.cob".
 copy "selpyepa.cob".
 copy "selpyjdr.cob".
*>
 copy "selprint.cob".    *> 132
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyimr.cob".
 copy "fdpyimi.cob".
 copy "fdpyhrs.cob".
 copy "fdpypch.cob".
 copy "fdpyemp.cob".
 copy "fdpychkh.cob".
 copy "fdpyhis.cob".
 copy "fdpycoh.cob".
 copy "fdpyrdr.cob".
 copy "fdpyswt.cob".
 copy "fdpycalx.cob".
 copy "fdpyrpl.cob".
 copy "fdpyepa.cob".
 copy "fdpyjdr.cob".
*>
 fd  Print-File
     reports are Backout-Report
                 Registry-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(19) value "pyinbound (1.0.04)".  *> First release pre testing.
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
     03  PY-Imr-Status       pic xx.
     03  PY-Imi-Status       pic xx.
     03  PY-Hrs-Status       pic xx.
     03  PY-Pch-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-His-Emp-Status   pic xx.
     03  PY-Coh-Status       pic xx.
     03  PY-Rdr-Status       pic xx.
     03  PY-Stax-Status      pic xx.
     03  PY-Rpl-Status       pic xx.
     03  PY-Epa-Status       pic xx.
     03  PY-Jdr-Status       pic xx.
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
     03  WS-Total-Disp       pic z,zzz,zzz,zz9.99-.
*>
*> Back out - which target files opened, the image being undone and
*> what became of it.
*>
     03  WS-Hrs-Open         pic x        value "N".
     03  WS-Pch-Open         pic x        value "N".
     03  WS-Emp-Open         pic x        value "N".
     03  WS-Chkh-Open        pic x        value "N".
     03  WS-His-Open         pic x        value "N".
     03  WS-Coh-Open         pic x        value "N".
     03  WS-Rdr-Open         pic x        value "N".
     03  WS-Swt-Open         pic x        value "N".
     03  WS-Calx-Open        pic x        value "N".
     03  WS-Rpl-Open         pic x        value "N".
     03  WS-Epa-Open         pic x        value "N".
     03  WS-Jdr-Open         pic x        value "N".
     03  WS-Img-No           pic 9(7)     value zero.
     03  WS-Img-Last         pic 9(7)     value zero.
     03  WS-Coh-RRN          pic 9(8)     value zero.
     03  WS-Bo-Action        pic x        value space.
         88  WS-Bo-Delete                 value "D".
         88  WS-Bo-Restore                value "R".
         88  WS-Bo-Leave                  value "L".
     03  WS-Bo-Outcome       pic x(30)    value spaces.
     03  WS-Cnt-Deleted      pic 9(7)     value zero.
     03  WS-Cnt-Restored     pic 9(7)     value zero.
     03  WS-Cnt-Gone         pic 9(7)     value zero.
     03  WS-Cnt-Left         pic 9(7)     value zero.
*>
*> Registry listing
*>
     03  WS-Rp-Date          pic 9(8)     value zero.
     03  WS-Cnt-Listed       pic 9(5)     value zero.
     03  WS-Cnt-Overrides    pic 9(5)     value zero.
     03  WS-Cnt-Backed-Out   pic 9(5)     value zero.
     03  WS-Cnt-Unfinished   pic 9(5)     value zero.
*>
*> The record as it stands now, to compare with the import's after image.
*>
 01  WS-Bo-Current           pic x(1200)  value spaces.
*>
 01  Error-Messages.
*> System Wide
     03  SY010           pic x(46) value "SY010 Terminal program not set to length => 28".
     03  SY013           pic x(47) value "SY013 Terminal program not set to Columns => 80".
     03  SY015           pic x(56) value "SY015 Note message and Hit return to continue processing".
*>
*> Program specific
*>
     03  PY457           pic x(47) value "PY457 No import registry entry with that number".
     03  PY458           pic x(38) value "PY458 Back out needs an Admin operator".
     03  PY459           pic x(34) value "PY459 Import already backed out on".
     03  PY460           pic x(34) value "PY460 Date is not a valid ccyymmdd".
     03  PY461           pic x(60) value "PY461 No record images for this import - nothing to back out".
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
 RD  Backout-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 7
     Last  Detail WS-Page-Lines.
*>
 01  Report-Bo-Head  Type Page Heading.
*>
*> Print layouts to 132 cols Landscape
*>
     03  line  1.
         05  col  50     pic x(40)   source UserA.
         05  col 110     pic x(10)   source U-Date.
         05  col 122     pic x(8)    source WSD-Time.
     03  line  2.
         05  col   1     pic x(18)   source Prog-Name.
         05  col  51     pic x(19)   value "ACAS Payroll System".
         05  col 124     pic x(5)    value "Page ".
         05  col 129     pic zz9     source Page-Counter.
     03  Line  3.
         05  col  50     pic x(29)   value "Inbound Import Back Out Entry".
         05  col  80     pic z(5)9   source Imr-Seq.
     03  line  4.
         05  col   1                 value "Imported by".
         05  col  13     pic x(18)   source Imr-Prog.
         05  col  32                 value "from".
         05  col  37     pic x(40)   source Imr-File-Name.
         05  col  78                 value "on".
         05  col  81     pic 9999/99/99  source Imr-Date.
         05  col  92     pic 99B99B99    source Imr-Time.
         05  col 101     pic x(8)    source Imr-Operator.
     03  line  6.
         05  col   1                 value "Image    File     A  Record key                Outcome".
*>
 01  Bo-Detail-Line type is detail.
     03  line + 1.
         05  col   1     pic z(6)9         source Imi-No.
         05  col  10     pic x(8)          source Imi-File-Id.
         05  col  19     pic x             source Imi-Action.
         05  col  22     pic x(24)         source Imi-Rec-Key.
         05  col  48     pic x(30)         source WS-Bo-Outcome.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(32)     value "Records written - deleted      :".
         05  col 34          pic z(6)9     source WS-Cnt-Deleted.
     03  line + 1.
         05  col  1          pic x(32)     value "Records rewritten - put back   :".
         05  col 34          pic z(6)9     source WS-Cnt-Restored.
     03  line + 1.
         05  col  1          pic x(32)     value "Already gone                   :".
         05  col 34          pic z(6)9     source WS-Cnt-Gone.
     03  line + 1.
         05  col  1          pic x(32)     value "Changed since import - LEFT    :".
         05  col 34          pic z(6)9     source WS-Cnt-Left.
*>
 RD  Registry-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Reg-Head  Type Page Heading.
     03  line  1.
         05  col  50     pic x(40)   source UserA.
         05  col 110     pic x(10)   source U-Date.
         05  col 122     pic x(8)    source WSD-Time.
     03  line  2.
         05  col   1     pic x(18)   source Prog-Name.
         05  col  51     pic x(19)   value "ACAS Payroll System".
         05  col 124     pic x(5)    value "Page ".
         05  col 129     pic zz9     source Page-Counter.
     03  Line  3.
         05  col  44     pic x(33)   value "Inbound File Import Registry From".
         05  col  78     pic 9999/99/99  source WS-Rp-Date.
     03  line  4.
         05  col   1                 value "Entry  Program           File                     Imported   Operator   Lines  Loaded Reject     Control Total S Dup Of Images".
*>
 01  Reg-Detail-Line type is detail.
     03  line + 1.
         05  col   1     pic z(5)9         source Imr-Seq.
         05  col   8     pic x(17)         source Imr-Prog.
         05  col  26     pic x(24)         source Imr-File-Name.
         05  col  51     pic 9999/99/99    source Imr-Date.
         05  col  62     pic x(8)          source Imr-Operator.
         05  col  71     pic z(6)9         source Imr-Rec-Count.
         05  col  79     pic z(6)9         source Imr-Loaded.
         05  col  87     pic z(5)9         source Imr-Rejected.
         05  col  94     pic z,zzz,zzz,zz9.99- source Imr-Control-Total.
         05  col 112     pic x             source Imr-Status.
         05  col 114     pic z(5)9         source Imr-Override-Of blank when zero.
         05  col 121     pic z(6)9         source Imr-Images.
     03  line + 1     present when Imr-Override-Of not = zero.
         05  col   8                       value "Admin override of duplicate - reason:".
         05  col  46     pic x(30)         source Imr-Override-Reason.
     03  line + 1     present when Imr-Backed-Out.
         05  col   8                       value "Backed out".
         05  col  19     pic 9999/99/99    source Imr-Backout-Date.
         05  col  30     pic 99B99B99      source Imr-Backout-Time.
         05  col  39     pic x(8)          source Imr-Backout-By.
         05  col  48                       value "records left as changed since:".
         05  col  79     pic z(6)9         source Imr-Backout-Left.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(28)     value "Imports listed             :".
         05  col 30          pic zzzz9     source WS-Cnt-Listed.
     03  line + 1.
         05  col  1          pic x(29)     value "Duplicates taken by override:".
         05  col 30          pic zzzz9     source WS-Cnt-Overrides.
     03  line + 1.
         05  col  1          pic x(28)     value "Backed out                 :".
         05  col 30          pic zzzz9     source WS-Cnt-Backed-Out.
     03  line + 1.
         05  col  1          pic x(28)     value "Never finished             :".
         05  col 30          pic zzzz9     source WS-Cnt-Unfinished.
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
     open     i-o PY-Import-Reg-File.
     if       PY-Imr-Status = "35"        *> nothing imported yet
              open     output PY-Import-Reg-File
              close    PY-Import-Reg-File
              open     i-o PY-Import-Reg-File
     end-if.
*>
     perform  ab010-Maintain until WS-All-Done.
*>
     close    PY-Import-Reg-File.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ab010-Maintain              section.
*>**********************************
*>
     display  prog-name                                  at line 1 col 1 with erase eos.
     display  "Inbound File Import Registry"             at line 1 col 25 with foreground-color 2.
     display  "I = Inquire, B = Back out an import, L = Registry listing, Q = Quit [ ]"
                                                         at line 3 col 1.
     move     space to WS-Function.
     accept   WS-Function at line 3 col 71 with UPPER.
     if       WS-Function = "Q" or COB-CRT-Status = COB-SCR-ESC
              set      WS-All-Done to true
              go to    ab010-Exit.
     if       WS-Function = "L"
              perform  ca000-Registry-Report
              go to    ab010-Exit.
     if       WS-Function not = "I" and not = "B"
              go to    ab010-Exit.
     if       WS-Function = "B"
        and   WS-CD-Args (9:1) not = "A"
              display  PY458 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ab010-Exit.
*>
     display  "Registry entry     [      ]"  at line 5 col 1.
     move     zero to WS-Key-No.
     accept   WS-Key-No at line 5 col 21 with UPDATE.
     move     WS-Key-No to Imr-Seq.
     read     PY-Import-Reg-File key Imr-Seq
              invalid key
                       display  PY457 at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       go to    ab010-Exit
     end-read.
     perform  ab030-Show-Entry.
*>
     if       WS-Function = "B"
              perform  ba000-Back-Out
     else
              display  SY015 at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
     end-if.
*>
 ab010-Exit.  exit section.
*>
 ab030-Show-Entry            section.
*>**********************************
*>
     display  "Imported by      : " at line  7 col 1.
     display  Imr-Prog             at line  7 col 21.
     display  "File             : " at line  8 col 1.
     display  Imr-File-Name        at line  8 col 21.
     display  "Size / checksum  : " at line  9 col 1.
     display  Imr-Bytes            at line  9 col 21.
     display  Imr-Checksum         at line  9 col 33.
     display  "Lines in file    : " at line 10 col 1.
     display  Imr-Rec-Count        at line 10 col 21.
     display  "Loaded / rejected: " at line 11 col 1.
     display  Imr-Loaded           at line 11 col 21.
     display  Imr-Rejected         at line 11 col 30.
     move     Imr-Control-Total to WS-Total-Disp.
     display  "Control total    : " at line 12 col 1.
     display  WS-Total-Disp        at line 12 col 21.
     move     Imr-Control-Units to WS-Total-Disp.
     display  "Hours / units    : " at line 13 col 1.
     display  WS-Total-Disp        at line 13 col 21.
     display  "Imported         : " at line 14 col 1.
     display  Imr-Date             at line 14 col 21.
     display  Imr-Time             at line 14 col 30.
     display  Imr-Operator         at line 14 col 37.
     display  "Status           : " at line 15 col 1.
     display  Imr-Status           at line 15 col 21.
     display  "I In progress / never finished, C Complete, B Backed out"
                                   at line 15 col 24.
     display  "Records imaged   : " at line 16 col 1.
     display  Imr-Images           at line 16 col 21.
     if       Imr-Override-Of not = zero
              display  "Duplicate of     : " at line 17 col 1 foreground-color 4
              display  Imr-Override-Of      at line 17 col 21 foreground-color 4
              display  Imr-Override-Reason  at line 17 col 29 foreground-color 4
     end-if.
     if       Imr-Backed-Out
              display  "Backed out       : " at line 18 col 1
              display  Imr-Backout-Date     at line 18 col 21
              display  Imr-Backout-Time     at line 18 col 30
              display  Imr-Backout-By       at line 18 col 37
              display  "left:"              at line 18 col 47
              display  Imr-Backout-Left     at line 18 col 53
     end-if.
*>
 ab030-Exit.  exit section.
*>
 ba000-Back-Out              section.
*>**********************************
*>
*> Works back from the import's last record image to its first, so a
*> record the import touched more than once comes back one step at a
*> time to how it stood before the import.
*>
     if       Imr-Backed-Out
              display  PY459            at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Imr-Backout-Date at line WS-23-Lines col 37
              display  SY015            at line WS-Lines    col 1
              accept   WS-Reply         at line WS-Lines    col 58
              go to    ba000-Exit.
*>
     move     zero to WS-Img-Last.
     open     input PY-Import-Image-File.
     if       PY-Imi-Status = "00"
              perform  ba010-Find-Last-Image
              if       WS-Img-Last = zero
                       close    PY-Import-Image-File
              end-if
     end-if.
     if       WS-Img-Last = zero
              display  PY461 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ba000-Exit.
*>
     display  "Records to undo  : " at line 19 col 1.
     display  WS-Img-Last          at line 19 col 21.
     display  "Back this import out (Y/N) [ ]" at line WS-22-Lines col 1 foreground-color 4.
     move     "N" to WS-Reply.
     accept   WS-Reply at line WS-22-Lines col 29 with UPPER.
     if       WS-Reply not = "Y"
              close    PY-Import-Image-File
              go to    ba000-Exit.
*>
     perform  bb000-Open-Targets.
     move     zero to WS-Cnt-Deleted WS-Cnt-Restored WS-Cnt-Gone WS-Cnt-Left.
     open     output Print-File.
     initiate Backout-Report.
     perform  varying WS-Img-No from WS-Img-Last by -1 until WS-Img-No < 1
              move     Imr-Seq   to Imi-Seq
              move     WS-Img-No to Imi-No
              read     PY-Import-Image-File key Imi-Key
                       invalid key
                                exit perform cycle
              end-read
              perform  cb000-Undo-Image
              generate Bo-Detail-Line
     end-perform.
     terminate Backout-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
     perform  bb010-Close-Targets.
     close    PY-Import-Image-File.
*>
     accept   WS-Stamp-Time from time.
     move     "B"                 to Imr-Status.
     move     WSE-Date-9          to Imr-Backout-Date.
     move     WS-Stamp-Time (1:6) to Imr-Backout-Time.
     move     WS-Operator         to Imr-Backout-By.
     move     WS-Cnt-Left         to Imr-Backout-Left.
     rewrite  PY-Import-Reg-Record.
*>
     display  "Deleted / put back / left : " at line 20 col 1.
     display  WS-Cnt-Deleted       at line 20 col 30.
     display  WS-Cnt-Restored      at line 20 col 39.
     display  WS-Cnt-Left          at line 20 col 48.
     display  SY015                at line WS-Lines col 1.
     accept   WS-Reply             at line WS-Lines col 58.
*>
 ba000-Exit.  exit section.
*>
 ba010-Find-Last-Image       section.
*>**********************************
*>
*> The entry's own count is kept as the images are made, but the
*> image file itself is the authority - the highest image number on
*> it for this entry.
*>
     move     zero    to WS-Img-Last.
     move     Imr-Seq to Imi-Seq.
     move     9999999 to Imi-No.
     start    PY-Import-Image-File key not > Imi-Key
              invalid key
                       go to ba010-Exit
     end-start.
     read     PY-Import-Image-File previous record
              at end
                       go to ba010-Exit
     end-read.
     if       PY-Imi-Status = "00"
        and   Imi-Seq = Imr-Seq
              move     Imi-No to WS-Img-Last.
*>
 ba010-Exit.  exit section.
*>
 bb000-Open-Targets          section.
*>**********************************
*>
*> Every file an import can touch - one that is not there is simply
*> not used and anything imaged on it is left.
*>
     open     i-o PY-Pay-Transactions-File.
     if       PY-Hrs-Status = "00"
              move     "Y" to WS-Hrs-Open.
     open     i-o PY-Punch-File.
     if       PY-Pch-Status = "00"
              move     "Y" to WS-Pch-Open.
     open     i-o PY-Employee-File.
     if       PY-Emp-Status = "00"
              move     "Y" to WS-Emp-Open.
     open     i-o PY-Check-History-File.
     if       PY-Chkh-Status = "00"
              move     "Y" to WS-Chkh-Open.
     open     i-o PY-History-File.
     if       PY-His-Emp-Status = "00"
              move     "Y" to WS-His-Open.
     open     i-o PY-Comp-Hist-File.
     if       PY-Coh-Status = "00"
              move     "Y" to WS-Coh-Open.
     open     i-o PY-Routing-Dir-File.
     if       PY-Rdr-Status = "00"
              move     "Y" to WS-Rdr-Open.
     open     i-o PY-SWT-Tax-File.
     if       PY-Stax-Status = "00"
              move     "Y" to WS-Swt-Open.
     open     i-o PY-California-Tax-File.
     if       PY-Stax-Status = "00"
              move     "Y" to WS-Calx-Open.
     open     i-o PY-Remit-PL-File.
     if       PY-Rpl-Status = "00"
              move     "Y" to WS-Rpl-Open.
     open     i-o PY-Emp-Purch-File.
     if       PY-Epa-Status = "00"
              move     "Y" to WS-Epa-Open.
     open     i-o PY-Juris-Dir-File.
     if       PY-Jdr-Status = "00"
              move     "Y" to WS-Jdr-Open.
*>
 bb000-Exit.  exit section.
*>
 bb010-Close-Targets         section.
*>**********************************
*>
     if       WS-Hrs-Open = "Y"
              close    PY-Pay-Transactions-File.
     if       WS-Pch-Open = "Y"
              close    PY-Punch-File.
     if       WS-Emp-Open = "Y"
              close    PY-Employee-File.
     if       WS-Chkh-Open = "Y"
              close    PY-Check-History-File.
     if       WS-His-Open = "Y"
              close    PY-History-File.
     if       WS-Coh-Open = "Y"
              close    PY-Comp-Hist-File.
     if       WS-Rdr-Open = "Y"
              close    PY-Routing-Dir-File.
     if       WS-Swt-Open = "Y"
              close    PY-SWT-Tax-File.
     if       WS-Calx-Open = "Y"
              close    PY-California-Tax-File.
     if       WS-Rpl-Open = "Y"
              close    PY-Remit-PL-File.
     if       WS-Epa-Open = "Y"
              close    PY-Emp-Purch-File.
     if       WS-Jdr-Open = "Y"
              close    PY-Juris-Dir-File.
     move     "N" to WS-Hrs-Open  WS-Pch-Open WS-Emp-Open
                     WS-Chkh-Open WS-His-Open WS-Coh-Open
                     WS-Rdr-Open  WS-Swt-Open WS-Calx-Open
                     WS-Rpl-Open  WS-Epa-Open WS-Jdr-Open.
*>
 bb010-Exit.  exit section.
*>
 cb000-Undo-Image            section.
*>**********************************
*>
*> One image - the record is found by the key in the after image.
*>
     move     space  to WS-Bo-Action.
     move     spaces to WS-Bo-Outcome.
     evaluate Imi-File-Id
              when     "PYHRS"
                       perform  cc010-Undo-Hrs
              when     "PYPCH"
                       perform  cc020-Undo-Pch
              when     "PYEMP"
                       perform  cc030-Undo-Emp
              when     "PYCHKH"
                       perform  cc040-Undo-Chkh
              when     "PYHIS"
                       perform  cc050-Undo-His
              when     "PYCOH"
                       perform  cc060-Undo-Coh
              when     "PYRDR"
                       perform  cc070-Undo-Rdr
              when     "PYSWT"
                       perform  cc080-Undo-Swt
              when     "PYCALX"
                       perform  cc090-Undo-Calx
              when     "PYRPL"
                       perform  cc100-Undo-Rpl
              when     "PYEPA"
                       perform  cc110-Undo-Epa
              when     "PYJDR"
                       perform  cc120-Undo-Jdr
              when     other
                       perform  cd000-Not-Open
     end-evaluate.
*>
 cb000-Exit.  exit section.
*>
 cc010-Undo-Hrs               section.
*>**********************************
*>
     if       WS-Hrs-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc010-Exit.
     move     Imi-After to PY-Pay-Transactions-Record.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       perform  cd010-Not-Found
                       go to    cc010-Exit
     end-read.
     move     PY-Pay-Transactions-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-Pay-Transactions-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-Pay-Transactions-Record
              rewrite  PY-Pay-Transactions-Record.
*>
 cc010-Exit.  exit section.
*>
 cc020-Undo-Pch               section.
*>**********************************
*>
     if       WS-Pch-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc020-Exit.
     move     Imi-After to PY-Punch-Record.
     read     PY-Punch-File key Pch-Key
              invalid key
                       perform  cd010-Not-Found
                       go to    cc020-Exit
     end-read.
     move     PY-Punch-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-Punch-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-Punch-Record
              rewrite  PY-Punch-Record.
*>
 cc020-Exit.  exit section.
*>
 cc030-Undo-Emp               section.
*>**********************************
*>
     if       WS-Emp-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc030-Exit.
     move     Imi-After to PY-Employee-Record.
     read     PY-Employee-File key Emp-No
              invalid key
                       perform  cd010-Not-Found
                       go to    cc030-Exit
     end-read.
     move     PY-Employee-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-Employee-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-Employee-Record
              rewrite  PY-Employee-Record.
*>
 cc030-Exit.  exit section.
*>
 cc040-Undo-Chkh              section.
*>**********************************
*>
     if       WS-Chkh-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc040-Exit.
     move     Imi-After to PY-Chk-History-Record.
     read     PY-Check-History-File key Chkh-Key
              invalid key
                       perform  cd010-Not-Found
                       go to    cc040-Exit
     end-read.
     move     PY-Chk-History-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-Check-History-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-Chk-History-Record
              rewrite  PY-Chk-History-Record.
*>
 cc040-Exit.  exit section.
*>
 cc050-Undo-His               section.
*>**********************************
*>
     if       WS-His-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc050-Exit.
     move     Imi-After to PY-History-Record.
     read     PY-History-File key His-Emp-No
              invalid key
                       perform  cd010-Not-Found
                       go to    cc050-Exit
     end-read.
     move     PY-History-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-History-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-History-Record
              rewrite  PY-History-Record.
*>
 cc050-Exit.  exit section.
*>
 cc060-Undo-Coh               section.
*>**********************************
*>
*> Relative - the record number is the image key.
*>
     move     Imi-Rec-Key (1:8) to WS-Coh-RRN.
     move     WS-Coh-RRN to RRN.
*>
     if       WS-Coh-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc060-Exit.
     read     PY-Comp-Hist-File
              invalid key
                       perform  cd010-Not-Found
                       go to    cc060-Exit
     end-read.
     move     PY-Comp-Hist-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-Comp-Hist-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-Comp-Hist-Record
              rewrite  PY-Comp-Hist-Record.
*>
 cc060-Exit.  exit section.
*>
 cc070-Undo-Rdr               section.
*>**********************************
*>
     if       WS-Rdr-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc070-Exit.
     move     Imi-After to PY-Routing-Dir-Record.
     read     PY-Routing-Dir-File key Rdr-Route-No
              invalid key
                       perform  cd010-Not-Found
                       go to    cc070-Exit
     end-read.
     move     PY-Routing-Dir-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-Routing-Dir-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-Routing-Dir-Record
              rewrite  PY-Routing-Dir-Record.
*>
 cc070-Exit.  exit section.
*>
 cc080-Undo-Swt               section.
*>**********************************
*>
     if       WS-Swt-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc080-Exit.
     move     Imi-After to PY-SWT-Tax-Record.
     read     PY-SWT-Tax-File key PY-Swt-Key
              invalid key
                       perform  cd010-Not-Found
                       go to    cc080-Exit
     end-read.
     move     PY-SWT-Tax-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-SWT-Tax-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-SWT-Tax-Record
              rewrite  PY-SWT-Tax-Record.
*>
 cc080-Exit.  exit section.
*>
 cc090-Undo-Calx              section.
*>**********************************
*>
     if       WS-Calx-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc090-Exit.
     move     Imi-After to PY-California-Tax-Record.
     read     PY-California-Tax-File key PY-Calx-Key
              invalid key
                       perform  cd010-Not-Found
                       go to    cc090-Exit
     end-read.
     move     PY-California-Tax-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-California-Tax-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-California-Tax-Record
              rewrite  PY-California-Tax-Record.
*>
 cc090-Exit.  exit section.
*>
 cc100-Undo-Rpl               section.
*>**********************************
*>
     if       WS-Rpl-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc100-Exit.
     move     Imi-After to PY-Remit-PL-Record.
     read     PY-Remit-PL-File key Rpl-Inv-Ref
              invalid key
                       perform  cd010-Not-Found
                       go to    cc100-Exit
     end-read.
     move     PY-Remit-PL-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-Remit-PL-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-Remit-PL-Record
              rewrite  PY-Remit-PL-Record.
*>
 cc100-Exit.  exit section.
*>
 cc110-Undo-Epa               section.
*>**********************************
*>
     if       WS-Epa-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc110-Exit.
     move     Imi-After to PY-Emp-Purch-Record.
     read     PY-Emp-Purch-File key Epa-Emp-No
              invalid key
                       perform  cd010-Not-Found
                       go to    cc110-Exit
     end-read.
     move     PY-Emp-Purch-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-Emp-Purch-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-Emp-Purch-Record
              rewrite  PY-Emp-Purch-Record.
*>
 cc110-Exit.  exit section.
*>
 cc120-Undo-Jdr               section.
*>**********************************
*>
     if       WS-Jdr-Open not = "Y"
              perform  cd000-Not-Open
              go to    cc120-Exit.
     move     Imi-After to PY-Juris-Dir-Record.
     read     PY-Juris-Dir-File key Jdr-Key
              invalid key
                       perform  cd010-Not-Found
                       go to    cc120-Exit
     end-read.
     move     PY-Juris-Dir-Record to WS-Bo-Current.
     perform  cd020-Decide.
     if       WS-Bo-Delete
              delete   PY-Juris-Dir-File record.
     if       WS-Bo-Restore
              move     Imi-Before to PY-Juris-Dir-Record
              rewrite  PY-Juris-Dir-Record.
*>
 cc120-Exit.  exit section.
*>
 cd000-Not-Open              section.
*>**********************************
*>
     move     "L" to WS-Bo-Action.
     move     "File not available - LEFT" to WS-Bo-Outcome.
     add      1 to WS-Cnt-Left.
*>
 cd000-Exit.  exit section.
*>
 cd010-Not-Found             section.
*>**********************************
*>
*> A record the import wrote and someone has since removed is already
*> undone; one it rewrote that has gone cannot be put back.
*>
     move     "L" to WS-Bo-Action.
     if       Imi-Written
              move     "Already gone"                to WS-Bo-Outcome
              add      1 to WS-Cnt-Gone
     else
              move     "Record gone - not put back"  to WS-Bo-Outcome
              add      1 to WS-Cnt-Left
     end-if.
*>
 cd010-Exit.  exit section.
*>
 cd020-Decide                section.
*>**********************************
*>
*> Only a record still exactly as the import left it is touched.
*>
     if       WS-Bo-Current not = Imi-After
              move     "L" to WS-Bo-Action
              move     "Changed since import - LEFT" to WS-Bo-Outcome
              add      1 to WS-Cnt-Left
              go to    cd020-Exit.
     if       Imi-Written
              move     "D" to WS-Bo-Action
              move     "Deleted"                     to WS-Bo-Outcome
              add      1 to WS-Cnt-Deleted
     else
              move     "R" to WS-Bo-Action
              move     "Put back as before import"   to WS-Bo-Outcome
              add      1 to WS-Cnt-Restored
     end-if.
*>
 cd020-Exit.  exit section.
*>
 ca000-Registry-Report       section.
*>**********************************
*>
*> Every import on or after the date asked for, in entry order.
*>
     display  "Imports from (ccyymmdd) [        ]" at line 5 col 1 with erase eos.
     move     WSE-Date-9 to WS-Rp-Date.
     move     "01"       to WS-Rp-Date (7:2).
     accept   WS-Rp-Date at line 5 col 26 with UPDATE.
     if       TEST-DATE-YYYYMMDD (WS-Rp-Date) not = zero
              display  PY460 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ca000-Exit.
*>
     move     zero to WS-Cnt-Listed WS-Cnt-Overrides WS-Cnt-Backed-Out
                      WS-Cnt-Unfinished.
     open     output Print-File.
     initiate Registry-Report.
     move     zero to Imr-Seq.
     start    PY-Import-Reg-File key not < Imr-Seq
              invalid key
                       go to ca000-Wrap
     end-start.
     perform  forever
              read     PY-Import-Reg-File next record at end
                       exit perform
              end-read
              if       PY-Imr-Status not = "00"
                       exit perform
              end-if
              if       Imr-Date < WS-Rp-Date
                       exit perform cycle
              end-if
              add      1 to WS-Cnt-Listed
              if       Imr-Override-Of not = zero
                       add      1 to WS-Cnt-Overrides
              end-if
              if       Imr-Backed-Out
                       add      1 to WS-Cnt-Backed-Out
              end-if
              if       Imr-In-Progress
                       add      1 to WS-Cnt-Unfinished
              end-if
              generate Reg-Detail-Line
     end-perform.
*>
 ca000-Wrap.
     terminate Registry-Report.
     close    Print-File.
     call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
*>
 ca000-Exit.  exit section.
