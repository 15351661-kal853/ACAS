       >>source free
*>****************************************************************
*>        Training Company Builder - Copy Of A Live Company       *
*>              With Personal Data Scrambled                      *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pytrain.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          New clerks learn on a copy of the real payroll,
*>                      not on it. This builds that copy: the chosen
*>                      live company's files are written to a separate
*>                      training data directory under a new company
*>                      code whose parameter record is marked training
*>                      (PY-PR9-Training), and clerks point ACAS at
*>                      that directory to practise.
*>
*>                      On the way across the personal data is
*>                      scrambled and cannot be recovered - the random
*>                      values are drawn fresh each build and kept
*>                      nowhere:
*>                        names become made-up names (search name
*>                        rebuilt to match), SSNs become 9xx-xx-xxxx
*>                        numbers no real person holds, street address
*>                        lines are made up (city, state and zip are
*>                        kept so the tax set-up still works), birth
*>                        dates keep the year but not the day, bank
*>                        and paycard account numbers become random
*>                        digits of the same length (routing numbers
*>                        kept), phone, email and E-Verify case are
*>                        cleared. Dependents get the same treatment.
*>                      Rates, deductions, history, check history and
*>                      company totals are copied as they stand so
*>                      every figure still agrees.
*>
*>                      A training company never produces a file for
*>                      an outside body - ACH, positive pay, EFW2, SUI
*>                      and the other agency / vendor files refuse to
*>                      run - and every report heading carries the
*>                      TRAINING banner (see py000).
*>
*>                      Admin only.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      None.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, RANDOM, TRIM.
*>    Files used :
*>                      pypr1.   Params - training record written.
*>                      pyemp.   Employee File - scrambled.
*>                      pydpn.   Dependents - scrambled.
*>                      pyhis.   Employee History.
*>                      pychkh.  Check History.
*>                      pycoh.   Company History.
*>                      pyded.   System Deduction File.
*>                      pyusr.   Operator Sign-On File.
*>                      pypye.   Payee File.
*>                      pystp.   State Profile File.
*>                      pyswt.   State Withholding Tables.
*>                      pystax.  State Tax Table.
*>                      pycal.   Pay Calendar.
*>                      pydept.  Departments.
*>                      pyrdir.  Routing Directory.
*>                      pyemlc.  Employee Local Tax History.
*>                      pyfhwk.  Work File.
*>
*>    Error messages used.
*> System wide:
*>                      SY010, 13.
*> Program specific:
*>                      PY469 - 475.
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
 copy "selpydpn.cob".
 copy "selpyhis.cob".
 copy "selpychkh.cob".
 copy "selpycoh.cob".
 copy "selpyded.cob".
 copy "selpyusr.cob".
 copy "selpypye.cob".
 copy "selpystp.cob".
 copy "selpyswt.cob".
 copy "selpycal.cob".
 copy "selpydpt.cob".
 copy "selpyrdr.cob".
 copy "selpyemlc.cob".
 copy "selpyfhw.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyparam1.cob".
 copy "fdpyemp.cob".
 copy "fdpydpn.cob".
 copy "fdpyhis.cob".
 copy "fdpychkh.cob".
 copy "fdpycoh.cob".
 copy "fdpyded.cob".
 copy "fdpyusr.cob".
 copy "fdpypye.cob".
 copy "fdpystp.cob".
 copy "fdpyswt.cob".
 copy "fdpycal.cob".
 copy "fdpydpt.cob".
 copy "fdpyrdr.cob".
 copy "fdpyemlc.cob".
 copy "fdpyfhw.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pytrain  (1.0.00)".
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
     03  PY-Dpn-Status       pic xx.
     03  PY-His-Emp-Status   pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Coh-Status       pic xx.
     03  PY-Ded-Status       pic xx.
     03  PY-Usr-Status       pic xx.
     03  PY-Pye-Status       pic xx.
     03  PY-Stp-Status       pic xx.
     03  PY-Stax-Status      pic xx.
     03  PY-Cal-Status       pic xx.
     03  PY-Dpt-Status       pic xx.
     03  PY-Rdr-Status       pic xx.
     03  PY-Emlc-Status      pic xx.
     03  PY-Fhw-Status       pic xx.
*>
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-22-Lines         pic 99.
     03  WS-23-Lines         pic 99.
     03  WS-Lines            pic 99.
*>
*> What is being built and where.
*>
     03  WS-Src-Co           pic 999      value zero.
     03  WS-Trn-Co           pic 999      value zero.
     03  WS-Train-Dir        pic x(400)   value spaces.
     03  WS-Live-Dir         pic x(400)   value spaces.
     03  WS-Train-Path       pic x(532).
     03  WS-Live-Name        pic x(532).
     03  WS-Base-Name        pic x(16).
     03  WS-Delim            pic x        value "/".
     03  WS-Pos              pic s9(4)    comp.
     03  WS-Len              pic s9(4)    comp.
     03  WS-Co-Name          pic x(60).
     03  WS-Abort            pic x        value "N".
*>
*> One result line per file - filled by the copy sections, shown by
*> zz050.
*>
     03  WS-Row              pic 99       value zero.
     03  WS-Cpy-Desc         pic x(22).
     03  WS-Cpy-Count        pic 9(7)     value zero.
     03  WS-Cpy-Stat         pic xx.
     03  WS-Cpy-Stage        pic x.                  *> I = reading live, O = writing training
     03  WS-Disp-Count       pic z(6)9.
*>
*> Scrambling - the generator is seeded from the clock each build
*> and nothing it produces is kept, so the scramble cannot be run
*> backwards.
*>
     03  WS-Seed             pic 9(8)     value zero.
     03  WS-Rnd-Fract        pic v9(9)    value zero.
     03  WS-Rnd-Digit        pic 9.
     03  WS-Rnd-Idx          pic 99.
     03  WS-I                pic 99       value zero.
     03  WS-J                pic 9        value zero.
     03  WS-Scr-Field        pic x(24).
     03  WS-SSN-Work         pic 9(9).
     03  WS-House            pic 9(4).
     03  WS-House-Disp       pic z(3)9.
     03  WS-Pseudonym        pic x(32).
     03  WS-Initial          pic x.
     03  WS-Temp-Name-1      pic x(32).
     03  WS-Temp-Name-2      pic x(32).
     03  WS-Temp-Name-3      pic x(32).
     03  WS-Date-Work        pic 9(8).
     03  filler  redefines WS-Date-Work.
         05  WS-DW-Year      pic 9(4).
         05  WS-DW-Mo        pic 99.
         05  WS-DW-Dy        pic 99.
*>
     03  WS-Alphabet         pic x(26)    value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     03  WS-First-Name-Values.
         05  filler          pic x(10)    value "JAMES".
         05  filler          pic x(10)    value "MARY".
         05  filler          pic x(10)    value "ROBERT".
         05  filler          pic x(10)    value "PATRICIA".
         05  filler          pic x(10)    value "JOHN".
         05  filler          pic x(10)    value "JENNIFER".
         05  filler          pic x(10)    value "MICHAEL".
         05  filler          pic x(10)    value "LINDA".
         05  filler          pic x(10)    value "DAVID".
         05  filler          pic x(10)    value "ELIZABETH".
         05  filler          pic x(10)    value "WILLIAM".
         05  filler          pic x(10)    value "BARBARA".
         05  filler          pic x(10)    value "RICHARD".
         05  filler          pic x(10)    value "SUSAN".
         05  filler          pic x(10)    value "JOSEPH".
         05  filler          pic x(10)    value "JESSICA".
         05  filler          pic x(10)    value "THOMAS".
         05  filler          pic x(10)    value "KAREN".
         05  filler          pic x(10)    value "CARLOS".
         05  filler          pic x(10)    value "NANCY".
     03  filler  redefines WS-First-Name-Values.
         05  WS-First-Name   pic x(10)    occurs 20.
     03  WS-Last-Name-Values.
         05  filler          pic x(12)    value "ABBOTT".
         05  filler          pic x(12)    value "BRENNAN".
         05  filler          pic x(12)    value "CALLOWAY".
         05  filler          pic x(12)    value "DELGADO".
         05  filler          pic x(12)    value "EASTWOOD".
         05  filler          pic x(12)    value "FAIRBANKS".
         05  filler          pic x(12)    value "GALLAGHER".
         05  filler          pic x(12)    value "HOLLOWAY".
         05  filler          pic x(12)    value "IVERSON".
         05  filler          pic x(12)    value "JAMESON".
         05  filler          pic x(12)    value "KOWALSKI".
         05  filler          pic x(12)    value "LINDQVIST".
         05  filler          pic x(12)    value "MORIARTY".
         05  filler          pic x(12)    value "NAKAMURA".
         05  filler          pic x(12)    value "OKAFOR".
         05  filler          pic x(12)    value "PEMBERTON".
         05  filler          pic x(12)    value "QUINTANA".
         05  filler          pic x(12)    value "ROSSITER".
         05  filler          pic x(12)    value "SINCLAIR".
         05  filler          pic x(12)    value "THORNTON".
     03  filler  redefines WS-Last-Name-Values.
         05  WS-Last-Name    pic x(12)    occurs 20.
     03  WS-Street-Values.
         05  filler          pic x(16)    value "OAK STREET".
         05  filler          pic x(16)    value "MAPLE AVENUE".
         05  filler          pic x(16)    value "CEDAR LANE".
         05  filler          pic x(16)    value "ELM DRIVE".
         05  filler          pic x(16)    value "PINE ROAD".
         05  filler          pic x(16)    value "WILLOW COURT".
         05  filler          pic x(16)    value "BIRCH WAY".
         05  filler          pic x(16)    value "ASPEN PLACE".
         05  filler          pic x(16)    value "HICKORY STREET".
         05  filler          pic x(16)    value "CHESTNUT AVENUE".
         05  filler          pic x(16)    value "SYCAMORE LANE".
         05  filler          pic x(16)    value "MAGNOLIA DRIVE".
     03  filler  redefines WS-Street-Values.
         05  WS-Street       pic x(16)    occurs 12.
*>
*> Relative files go to the work file with their relative record
*> number in front so the reload puts each record back in its slot.
*>
 01  WS-Rel-Image.
     03  WS-Rel-RRN          pic 9(9).
     03  WS-Rel-Data         pic x(2039).
*>
 01  Error-Messages.
*> System Wide
     03  SY010           pic x(46) value "SY010 Terminal program not set to length => 28".
     03  SY013           pic x(47) value "SY013 Terminal program not set to Columns => 80".
*>
*> Program specific
*>
     03  PY469           pic x(56) value "PY469 Training build is Admin only - see your supervisor".
     03  PY470           pic x(41) value "PY470 Company not on file - re-enter code".
     03  PY471           pic x(66) value "PY471 Training company code must be new - not zero, not the source".
     03  PY472           pic x(65) value "PY472 Training directory must be given and not the live directory".
     03  PY473           pic x(56) value "PY473 Training file could not be created - build stopped".
     03  PY474           pic x(63) value "PY474 That is itself a training company - build from a live one".
     03  PY475           pic x(67) value "PY475 Training company built - point ACAS at the training directory".
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
     display  prog-name  at 0101 with erase eos.
     display  "Training Company Builder" at 0125 with foreground-color 2.
*>
*> A full copy of every employee's personal data - Admin only.
*>
     if       WS-CD-Args (9:1) not = "A" and not = space
              display  PY469 at line WS-23-Lines col 1 with foreground-color 4 erase eos
              accept   WS-Reply at line WS-23-Lines col 58
              goback   returning 9
     end-if.
*>
     perform  aa010-Get-Source.
     if       WS-Abort = "Y"
              goback   returning 9.
     perform  aa020-Get-Training.
     if       WS-Abort = "Y"
              goback   returning 9.
*>
     display  "Training files already in that directory are replaced - carry on ? (Y/N) [N]"
                            at 0901 with foreground-color 4.
     move     "N" to WS-Reply.
     accept   WS-Reply at 0977 with UPDATE UPPER.
     if       WS-Reply not = "Y"
              goback.
*>
     perform  ba000-Build.
*>
     if       WS-Abort = "Y"
              display  PY473 at line WS-23-Lines col 1 with foreground-color 4
     else
              display  PY475 at line WS-23-Lines col 1 with foreground-color 2
     end-if.
     display  "Hit return when noted" at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 23.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 aa010-Get-Source            section.
*>**********************************
*>
*> The live company being copied - it must be on the parameter file
*> and must not itself be a training company.
*>
     display  "Live company to copy   [   ]" at 0401.
     open     input PY-Param1-File.
     if       PY-PR1-Status not = "00"
              display  PY470 at line WS-23-Lines col 1 with foreground-color 4
              accept   WS-Reply at line WS-23-Lines col 44
              move     "Y" to WS-Abort
              go to    aa010-Exit.
     perform  forever
              move     1 to WS-Src-Co
              accept   WS-Src-Co at 0425 with UPDATE
              if       COB-CRT-Status = COB-SCR-ESC
                       move     "Y" to WS-Abort
                       exit perform
              end-if
              move     WS-Src-Co to PY-PR1-Co-Code
              read     PY-Param1-File key PY-PR1-Co-Code
              if       PY-PR1-Status not = "00"
                       display  PY470 at line WS-23-Lines col 1 with foreground-color 4
                       exit perform cycle
              end-if
              if       PY-PR9-Training = "Y"
                       display  PY474 at line WS-23-Lines col 1 with foreground-color 4
                       exit perform cycle
              end-if
              display  " " at line WS-23-Lines col 1 with erase eol
              display  PY-PR1-Co-Name at 0431 with foreground-color 3
              exit perform
     end-perform.
     close    PY-Param1-File.         *> Record still in the FD area
*>
 aa010-Exit.  exit section.
*>
 aa020-Get-Training          section.
*>**********************************
*>
*> The new company code and the directory the training set is built
*> in - never the live one, as every file is opened for output there.
*>
     display  "Training company code  [   ]" at 0501.
     perform  forever
              move     zero to WS-Trn-Co
              accept   WS-Trn-Co at 0525 with UPDATE
              if       COB-CRT-Status = COB-SCR-ESC
                       move     "Y" to WS-Abort
                       go to    aa020-Exit
              end-if
              if       WS-Trn-Co = zero
                  or   WS-Trn-Co = WS-Src-Co
                       display  PY471 at line WS-23-Lines col 1 with foreground-color 4
                       exit perform cycle
              end-if
              display  " " at line WS-23-Lines col 1 with erase eol
              exit perform
     end-perform.
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
     display  "Training data directory" at 0601.
     perform  forever
              accept   WS-Train-Dir at 0701 with UPDATE
              if       COB-CRT-Status = COB-SCR-ESC
                       move     "Y" to WS-Abort
                       exit perform
              end-if
              move     zero to WS-Len
              inspect  WS-Train-Dir tallying WS-Len for characters before initial "  "
              if       WS-Len > 1
                and    (WS-Train-Dir (WS-Len:1) = "/" or = "\")
                       move     space to WS-Train-Dir (WS-Len:1)
              end-if
              if       WS-Train-Dir = spaces
                  or   WS-Train-Dir = WS-Live-Dir
                  or   (WS-Live-Dir = spaces and WS-Train-Dir = ".")
                       display  PY472 at line WS-23-Lines col 1 with foreground-color 4
                       exit perform cycle
              end-if
              display  " " at line WS-23-Lines col 1 with erase eol
              exit perform
     end-perform.
*>
 aa020-Exit.  exit section.
*>
 ba000-Build                 section.
*>**********************************
*>
*> Parameters first - if the training directory cannot be written to
*> that shows before anything else is read. Any file that cannot be
*> created stops the build; a live file not yet on disk is skipped.
*>
     accept   WS-Seed from time.
     compute  WS-Rnd-Fract = FUNCTION RANDOM (WS-Seed).
*>
     display  "File         Description             Records  Result"
                           at 1101 with foreground-color 2.
     move     11 to WS-Row.
*>
     perform  ba010-Param.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ba020-Emp.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ba030-Dpn.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca010-Copy-His.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca020-Copy-Chkh.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca030-Copy-Coh.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca040-Copy-Ded.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca050-Copy-Usr.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca060-Copy-Pye.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca070-Copy-Stp.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca080-Copy-Swt.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca090-Copy-Cal.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca100-Copy-Dpt.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca110-Copy-Rdr.
     if       WS-Abort = "Y"
              go to    ba000-Exit.
     perform  ca120-Copy-Emlc.
*>
 ba000-Exit.  exit section.
*>
 ba010-Param                 section.
*>**********************************
*>
*> The training parameter file holds the one record - the source
*> company's, re-keyed, marked training and renamed so the name on
*> every report that prints it says so as well.
*>
     move     "pypr1.dat" to WS-Base-Name.
     move     "Parameters"    to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     move     WS-Trn-Co to PY-PR1-Co-Code.
     move     "Y"       to PY-PR9-Training.
     move     WS-Src-Co to PY-PR9-Source-Co.
     move     WSE-Date-block (1:8) to PY-PR9-Built-Date.
     move     spaces to WS-Co-Name.
     string   "TRAINING - "    delimited by size
              PY-PR1-Co-Name   delimited by size
                               into WS-Co-Name.
     move     WS-Co-Name to PY-PR1-Co-Name.
*>
     move     File-47 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-47.
     move     "O" to WS-Cpy-Stage.
     open     output PY-Param1-File.
     move     PY-PR1-Status to WS-Cpy-Stat.
     if       PY-PR1-Status = "00"
              write    PY-Param1-Record
                       invalid key
                                move     PY-PR1-Status to WS-Cpy-Stat
                       not invalid key
                                add      1 to WS-Cpy-Count
              end-write
     end-if.
     close    PY-Param1-File.
     move     WS-Live-Name to File-47.
     perform  zz050-Show-Line.
*>
 ba010-Exit.  exit section.
*>
 ba020-Emp                   section.
*>**********************************
*>
*> Scrambled on the way out to the work file, so the live personal
*> data is never written anywhere new.
*>
     move     "pyemp.dat" to WS-Base-Name.
     move     "Employees - scrambled" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-Employee-File.
     move     PY-Emp-Status to WS-Cpy-Stat.
     if       PY-Emp-Status not = "00"
              close    PY-Employee-File
              perform  zz050-Show-Line
              go to    ba020-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              perform  zz100-Scramble-Emp
              write    PY-FH-Work-Record from PY-Employee-Record
     end-perform.
     close    PY-Employee-File PY-FH-Work-File.
*>
     move     File-43 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-43.
     move     "O" to WS-Cpy-Stage.
     open     output PY-Employee-File.
     move     PY-Emp-Status to WS-Cpy-Stat.
     if       PY-Emp-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-Employee-Record)
                                                to PY-Employee-Record
                       write    PY-Employee-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-Employee-File.
     move     WS-Live-Name to File-43.
     perform  zz050-Show-Line.
*>
 ba020-Exit.  exit section.
*>
 ba030-Dpn                   section.
*>**********************************
*>
     move     "pydpn.dat" to WS-Base-Name.
     move     "Dependents - scrambled" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-Dependent-File.
     move     PY-Dpn-Status to WS-Cpy-Stat.
     if       PY-Dpn-Status not = "00"
              close    PY-Dependent-File
              perform  zz050-Show-Line
              go to    ba030-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-Dependent-File next record at end
                       exit perform
              end-read
              if       PY-Dpn-Status not = "00"
                       exit perform
              end-if
              perform  zz110-Scramble-Dpn
              write    PY-FH-Work-Record from PY-Dependent-Record
     end-perform.
     close    PY-Dependent-File PY-FH-Work-File.
*>
     move     File-165 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-165.
     move     "O" to WS-Cpy-Stage.
     open     output PY-Dependent-File.
     move     PY-Dpn-Status to WS-Cpy-Stat.
     if       PY-Dpn-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-Dependent-Record)
                                                to PY-Dependent-Record
                       write    PY-Dependent-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-Dependent-File.
     move     WS-Live-Name to File-165.
     perform  zz050-Show-Line.
*>
 ba030-Exit.  exit section.
*>
 ca010-Copy-His              section.
*>**********************************
*>
*> The rest go across as they stand - no personal data in them and
*> every total must still agree with the employees'.
*>
     move     "pyhis.dat" to WS-Base-Name.
     move     "Employee history" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-History-File.
     move     PY-His-Emp-Status to WS-Cpy-Stat.
     if       PY-His-Emp-Status not = "00"
              close    PY-History-File
              perform  zz050-Show-Line
              go to    ca010-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-History-File next record at end
                       exit perform
              end-read
              if       PY-His-Emp-Status not = "00"
                       exit perform
              end-if
              write    PY-FH-Work-Record from PY-History-Record
     end-perform.
     close    PY-History-File PY-FH-Work-File.
*>
     move     File-44 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-44.
     move     "O" to WS-Cpy-Stage.
     open     output PY-History-File.
     move     PY-His-Emp-Status to WS-Cpy-Stat.
     if       PY-His-Emp-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-History-Record)
                                                to PY-History-Record
                       write    PY-History-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-History-File.
     move     WS-Live-Name to File-44.
     perform  zz050-Show-Line.
*>
 ca010-Exit.  exit section.
*>
 ca020-Copy-Chkh             section.
*>**********************************
*>
     move     "pychkh.dat" to WS-Base-Name.
     move     "Check history" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-Check-History-File.
     move     PY-Chkh-Status to WS-Cpy-Stat.
     if       PY-Chkh-Status not = "00"
              close    PY-Check-History-File
              perform  zz050-Show-Line
              go to    ca020-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                       exit perform
              end-if
              write    PY-FH-Work-Record from PY-Chk-History-Record
     end-perform.
     close    PY-Check-History-File PY-FH-Work-File.
*>
     move     File-68 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-68.
     move     "O" to WS-Cpy-Stage.
     open     output PY-Check-History-File.
     move     PY-Chkh-Status to WS-Cpy-Stat.
     if       PY-Chkh-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-Chk-History-Record)
                                                to PY-Chk-History-Record
                       write    PY-Chk-History-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-Check-History-File.
     move     WS-Live-Name to File-68.
     perform  zz050-Show-Line.
*>
 ca020-Exit.  exit section.
*>
 ca030-Copy-Coh              section.
*>**********************************
*>
*> Relative - each record carries its slot number through the work
*> file.
*>
     move     "pycoh.dat" to WS-Base-Name.
     move     "Company history" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-Comp-Hist-File.
     move     PY-Coh-Status to WS-Cpy-Stat.
     if       PY-Coh-Status not = "00"
              close    PY-Comp-Hist-File
              perform  zz050-Show-Line
              go to    ca030-Exit.
     open     output PY-FH-Work-File.
     move     1 to RRN.
     start    PY-Comp-Hist-File key not < RRN
              invalid key
                       continue
              not invalid key
                       perform  forever
                                read     PY-Comp-Hist-File next record at end
                                         exit perform
                                end-read
                                if       PY-Coh-Status not = "00"
                                         exit perform
                                end-if
                                move     RRN to WS-Rel-RRN
                                move     PY-Comp-Hist-Record to WS-Rel-Data
                                write    PY-FH-Work-Record from WS-Rel-Image
                       end-perform
     end-start.
     close    PY-Comp-Hist-File PY-FH-Work-File.
*>
     move     File-41 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-41.
     move     "O" to WS-Cpy-Stage.
     open     output PY-Comp-Hist-File.
     move     PY-Coh-Status to WS-Cpy-Stat.
     if       PY-Coh-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File into WS-Rel-Image at end
                                exit perform
                       end-read
                       move     WS-Rel-RRN to RRN
                       move     WS-Rel-Data (1:length of PY-Comp-Hist-Record)
                                                to PY-Comp-Hist-Record
                       write    PY-Comp-Hist-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-Comp-Hist-File.
     move     WS-Live-Name to File-41.
     perform  zz050-Show-Line.
*>
 ca030-Exit.  exit section.
*>
 ca040-Copy-Ded              section.
*>**********************************
*>
     move     "pyded.dat" to WS-Base-Name.
     move     "System deductions" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-System-Deduction-File.
     move     PY-Ded-Status to WS-Cpy-Stat.
     if       PY-Ded-Status not = "00"
              close    PY-System-Deduction-File
              perform  zz050-Show-Line
              go to    ca040-Exit.
     open     output PY-FH-Work-File.
     move     1 to RRN.
     start    PY-System-Deduction-File key not < RRN
              invalid key
                       continue
              not invalid key
                       perform  forever
                                read     PY-System-Deduction-File next record at end
                                         exit perform
                                end-read
                                if       PY-Ded-Status not = "00"
                                         exit perform
                                end-if
                                move     RRN to WS-Rel-RRN
                                move     PY-System-Deduction-Record to WS-Rel-Data
                                write    PY-FH-Work-Record from WS-Rel-Image
                       end-perform
     end-start.
     close    PY-System-Deduction-File PY-FH-Work-File.
*>
     move     File-42 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-42.
     move     "O" to WS-Cpy-Stage.
     open     output PY-System-Deduction-File.
     move     PY-Ded-Status to WS-Cpy-Stat.
     if       PY-Ded-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File into WS-Rel-Image at end
                                exit perform
                       end-read
                       move     WS-Rel-RRN to RRN
                       move     WS-Rel-Data (1:length of PY-System-Deduction-Record)
                                                to PY-System-Deduction-Record
                       write    PY-System-Deduction-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-System-Deduction-File.
     move     WS-Live-Name to File-42.
     perform  zz050-Show-Line.
*>
 ca040-Exit.  exit section.
*>
 ca050-Copy-Usr              section.
*>**********************************
*>
*> Operators sign on to the training set with their usual id.
*>
     move     "pyuser.dat" to WS-Base-Name.
     move     "Operator sign-on" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-User-File.
     move     PY-Usr-Status to WS-Cpy-Stat.
     if       PY-Usr-Status not = "00"
              close    PY-User-File
              perform  zz050-Show-Line
              go to    ca050-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-User-File next record at end
                       exit perform
              end-read
              if       PY-Usr-Status not = "00"
                       exit perform
              end-if
              write    PY-FH-Work-Record from PY-User-Record
     end-perform.
     close    PY-User-File PY-FH-Work-File.
*>
     move     File-86 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-86.
     move     "O" to WS-Cpy-Stage.
     open     output PY-User-File.
     move     PY-Usr-Status to WS-Cpy-Stat.
     if       PY-Usr-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-User-Record)
                                                to PY-User-Record
                       write    PY-User-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-User-File.
     move     WS-Live-Name to File-86.
     perform  zz050-Show-Line.
*>
 ca050-Exit.  exit section.
*>
 ca060-Copy-Pye              section.
*>**********************************
*>
     move     "pypayee.dat" to WS-Base-Name.
     move     "Payees" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-Payee-File.
     move     PY-Pye-Status to WS-Cpy-Stat.
     if       PY-Pye-Status not = "00"
              close    PY-Payee-File
              perform  zz050-Show-Line
              go to    ca060-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-Payee-File next record at end
                       exit perform
              end-read
              if       PY-Pye-Status not = "00"
                       exit perform
              end-if
              write    PY-FH-Work-Record from PY-Payee-Record
     end-perform.
     close    PY-Payee-File PY-FH-Work-File.
*>
     move     File-79 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-79.
     move     "O" to WS-Cpy-Stage.
     open     output PY-Payee-File.
     move     PY-Pye-Status to WS-Cpy-Stat.
     if       PY-Pye-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-Payee-Record)
                                                to PY-Payee-Record
                       write    PY-Payee-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-Payee-File.
     move     WS-Live-Name to File-79.
     perform  zz050-Show-Line.
*>
 ca060-Exit.  exit section.
*>
 ca070-Copy-Stp              section.
*>**********************************
*>
     move     "pystp.dat" to WS-Base-Name.
     move     "State profiles" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-State-Profile-File.
     move     PY-Stp-Status to WS-Cpy-Stat.
     if       PY-Stp-Status not = "00"
              close    PY-State-Profile-File
              perform  zz050-Show-Line
              go to    ca070-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-State-Profile-File next record at end
                       exit perform
              end-read
              if       PY-Stp-Status not = "00"
                       exit perform
              end-if
              write    PY-FH-Work-Record from PY-State-Profile-Record
     end-perform.
     close    PY-State-Profile-File PY-FH-Work-File.
*>
     move     File-71 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-71.
     move     "O" to WS-Cpy-Stage.
     open     output PY-State-Profile-File.
     move     PY-Stp-Status to WS-Cpy-Stat.
     if       PY-Stp-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-State-Profile-Record)
                                                to PY-State-Profile-Record
                       write    PY-State-Profile-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-State-Profile-File.
     move     WS-Live-Name to File-71.
     perform  zz050-Show-Line.
*>
 ca070-Exit.  exit section.
*>
 ca080-Copy-Swt              section.
*>**********************************
*>
     move     "pyswtaa.dat" to WS-Base-Name.
     move     "SWT tax tables" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-SWT-Tax-File.
     move     PY-Stax-Status to WS-Cpy-Stat.
     if       PY-Stax-Status not = "00"
              close    PY-SWT-Tax-File
              perform  zz050-Show-Line
              go to    ca080-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-SWT-Tax-File next record at end
                       exit perform
              end-read
              if       PY-Stax-Status not = "00"
                       exit perform
              end-if
              write    PY-FH-Work-Record from PY-SWT-Tax-Record
     end-perform.
     close    PY-SWT-Tax-File PY-FH-Work-File.
*>
     move     File-54 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-54.
     move     "O" to WS-Cpy-Stage.
     open     output PY-SWT-Tax-File.
     move     PY-Stax-Status to WS-Cpy-Stat.
     if       PY-Stax-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-SWT-Tax-Record)
                                                to PY-SWT-Tax-Record
                       write    PY-SWT-Tax-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-SWT-Tax-File.
     move     WS-Live-Name to File-54.
     perform  zz050-Show-Line.
*>
 ca080-Exit.  exit section.
*>
 ca090-Copy-Cal              section.
*>**********************************
*>
     move     "pycalen.dat" to WS-Base-Name.
     move     "Pay calendar" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-Calendar-File.
     move     PY-Cal-Status to WS-Cpy-Stat.
     if       PY-Cal-Status not = "00"
              close    PY-Calendar-File
              perform  zz050-Show-Line
              go to    ca090-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-Calendar-File next record at end
                       exit perform
              end-read
              if       PY-Cal-Status not = "00"
                       exit perform
              end-if
              write    PY-FH-Work-Record from PY-Calendar-Record
     end-perform.
     close    PY-Calendar-File PY-FH-Work-File.
*>
     move     File-89 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-89.
     move     "O" to WS-Cpy-Stage.
     open     output PY-Calendar-File.
     move     PY-Cal-Status to WS-Cpy-Stat.
     if       PY-Cal-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-Calendar-Record)
                                                to PY-Calendar-Record
                       write    PY-Calendar-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-Calendar-File.
     move     WS-Live-Name to File-89.
     perform  zz050-Show-Line.
*>
 ca090-Exit.  exit section.
*>
 ca100-Copy-Dpt              section.
*>**********************************
*>
     move     "pydept.dat" to WS-Base-Name.
     move     "Departments" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-Dept-File.
     move     PY-Dpt-Status to WS-Cpy-Stat.
     if       PY-Dpt-Status not = "00"
              close    PY-Dept-File
              perform  zz050-Show-Line
              go to    ca100-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-Dept-File next record at end
                       exit perform
              end-read
              if       PY-Dpt-Status not = "00"
                       exit perform
              end-if
              write    PY-FH-Work-Record from PY-Dept-Record
     end-perform.
     close    PY-Dept-File PY-FH-Work-File.
*>
     move     File-84 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-84.
     move     "O" to WS-Cpy-Stage.
     open     output PY-Dept-File.
     move     PY-Dpt-Status to WS-Cpy-Stat.
     if       PY-Dpt-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-Dept-Record)
                                                to PY-Dept-Record
                       write    PY-Dept-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-Dept-File.
     move     WS-Live-Name to File-84.
     perform  zz050-Show-Line.
*>
 ca100-Exit.  exit section.
*>
 ca110-Copy-Rdr              section.
*>**********************************
*>
     move     "pyrdir.dat" to WS-Base-Name.
     move     "Routing directory" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-Routing-Dir-File.
     move     PY-Rdr-Status to WS-Cpy-Stat.
     if       PY-Rdr-Status not = "00"
              close    PY-Routing-Dir-File
              perform  zz050-Show-Line
              go to    ca110-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-Routing-Dir-File next record at end
                       exit perform
              end-read
              if       PY-Rdr-Status not = "00"
                       exit perform
              end-if
              write    PY-FH-Work-Record from PY-Routing-Dir-Record
     end-perform.
     close    PY-Routing-Dir-File PY-FH-Work-File.
*>
     move     File-110 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-110.
     move     "O" to WS-Cpy-Stage.
     open     output PY-Routing-Dir-File.
     move     PY-Rdr-Status to WS-Cpy-Stat.
     if       PY-Rdr-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-Routing-Dir-Record)
                                                to PY-Routing-Dir-Record
                       write    PY-Routing-Dir-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-Routing-Dir-File.
     move     WS-Live-Name to File-110.
     perform  zz050-Show-Line.
*>
 ca110-Exit.  exit section.
*>
 ca120-Copy-Emlc             section.
*>**********************************
*>
     move     "pyemlc.dat" to WS-Base-Name.
     move     "Employee local tax" to WS-Cpy-Desc.
     perform  zz010-Clear-Counts.
     open     input PY-Emp-Local-File.
     move     PY-Emlc-Status to WS-Cpy-Stat.
     if       PY-Emlc-Status not = "00"
              close    PY-Emp-Local-File
              perform  zz050-Show-Line
              go to    ca120-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-Emp-Local-File next record at end
                       exit perform
              end-read
              if       PY-Emlc-Status not = "00"
                       exit perform
              end-if
              write    PY-FH-Work-Record from PY-Emp-Local-Record
     end-perform.
     close    PY-Emp-Local-File PY-FH-Work-File.
*>
     move     File-159 to WS-Live-Name.
     perform  zz020-Train-Path.
     move     WS-Train-Path to File-159.
     move     "O" to WS-Cpy-Stage.
     open     output PY-Emp-Local-File.
     move     PY-Emlc-Status to WS-Cpy-Stat.
     if       PY-Emlc-Status = "00"
              open     input PY-FH-Work-File
              perform  forever
                       read     PY-FH-Work-File at end
                                exit perform
                       end-read
                       move     PY-FH-Work-Record (1:length of PY-Emp-Local-Record)
                                                to PY-Emp-Local-Record
                       write    PY-Emp-Local-Record
                                invalid key
                                         continue
                                not invalid key
                                         add      1 to WS-Cpy-Count
                       end-write
              end-perform
              close    PY-FH-Work-File
     end-if.
     close    PY-Emp-Local-File.
     move     WS-Live-Name to File-159.
     perform  zz050-Show-Line.
*>
 ca120-Exit.  exit section.
*>
 zz010-Clear-Counts          section.
*>**********************************
*>
     move     zero   to WS-Cpy-Count.
     move     spaces to WS-Cpy-Stat.
     move     "I"    to WS-Cpy-Stage.
*>
 zz010-Exit.  exit section.
*>
 zz020-Train-Path            section.
*>**********************************
*>
*> The same file name in the training directory - the File-nn entry
*> is swapped to it around the output open and put back straight
*> after the close, so nothing else ever sees it.
*>
     move     spaces to WS-Train-Path.
     string   FUNCTION TRIM (WS-Train-Dir TRAILING) delimited by size
              WS-Delim                delimited by size
              WS-Base-Name            delimited by space
                                      into WS-Train-Path.
*>
 zz020-Exit.  exit section.
*>
 zz030-Pseudonym             section.
*>**********************************
*>
*> First name, middle initial, last name - the order py010 keys
*> them in.
*>
     move     spaces to WS-Pseudonym.
     perform  zz060-Random.
     compute  WS-Rnd-Idx = WS-Rnd-Fract * 20 + 1.
     move     WS-First-Name (WS-Rnd-Idx) to WS-Temp-Name-1.
     perform  zz060-Random.
     compute  WS-Rnd-Idx = WS-Rnd-Fract * 26 + 1.
     move     WS-Alphabet (WS-Rnd-Idx:1) to WS-Initial.
     perform  zz060-Random.
     compute  WS-Rnd-Idx = WS-Rnd-Fract * 20 + 1.
     string   WS-Temp-Name-1  delimited by space
              " "             delimited by size
              WS-Initial      delimited by size
              " "             delimited by size
              WS-Last-Name (WS-Rnd-Idx) delimited by space
                              into WS-Pseudonym.
*>
 zz030-Exit.  exit section.
*>
 zz040-Scramble-Digits       section.
*>**********************************
*>
*> Every non-blank character of WS-Scr-Field becomes a random digit -
*> same length, nothing of the original left.
*>
     perform  varying WS-I from 1 by 1 until WS-I > 24
              if       WS-Scr-Field (WS-I:1) not = space
                       perform  zz060-Random
                       compute  WS-Rnd-Digit = WS-Rnd-Fract * 10
                       move     WS-Rnd-Digit to WS-Scr-Field (WS-I:1)
              end-if
     end-perform.
*>
 zz040-Exit.  exit section.
*>
 zz045-Scramble-Date         section.
*>**********************************
*>
*> WS-Date-Work keeps its year - ages stay right for the benefit and
*> catch-up rules - but gets a random month and day.
*>
     if       WS-Date-Work = zero
              go to    zz045-Exit.
     perform  zz060-Random.
     compute  WS-DW-Mo = WS-Rnd-Fract * 12 + 1.
     perform  zz060-Random.
     compute  WS-DW-Dy = WS-Rnd-Fract * 28 + 1.
*>
 zz045-Exit.  exit section.
*>
 zz047-Scramble-SSN          section.
*>**********************************
*>
*> 9xx-xx-xxxx - an area number never issued as an SSN.
*>
     perform  zz060-Random.
     compute  WS-SSN-Work = 900000000 + (WS-Rnd-Fract * 100000000).
*>
 zz047-Exit.  exit section.
*>
 zz050-Show-Line             section.
*>**********************************
*>
     add      1 to WS-Row.
     display  WS-Base-Name  at line WS-Row col 1.
     display  WS-Cpy-Desc   at line WS-Row col 14.
     move     WS-Cpy-Count to WS-Disp-Count.
     display  WS-Disp-Count at line WS-Row col 38.
     evaluate true
              when WS-Cpy-Stat = "00"
                       display  "copied"         at line WS-Row col 47 with foreground-color 2
              when WS-Cpy-Stage = "I" and WS-Cpy-Stat = "35"
                       display  "not on file - skipped" at line WS-Row col 47 with foreground-color 3
              when WS-Cpy-Stage = "I"
                       display  "read error"     at line WS-Row col 47 with foreground-color 4
                       display  WS-Cpy-Stat      at line WS-Row col 58 with foreground-color 4
              when other
                       display  "CANNOT CREATE"  at line WS-Row col 47 with foreground-color 4
                       display  WS-Cpy-Stat      at line WS-Row col 61 with foreground-color 4
                       move     "Y" to WS-Abort
     end-evaluate.
*>
 zz050-Exit.  exit section.
*>
 zz060-Random                section.
*>**********************************
*>
     compute  WS-Rnd-Fract = FUNCTION RANDOM.
*>
 zz060-Exit.  exit section.
*>
 zz100-Scramble-Emp          section.
*>**********************************
*>
*> Name, search name, SSN, street lines, birth date, bank / paycard
*> account numbers, beneficiary, phone, email and E-Verify case.
*> The last address line (town) with state and zip stays - the tax
*> set-up depends on them.
*>
     perform  zz030-Pseudonym.
     move     WS-Pseudonym to Emp-Name.
     move     spaces to WS-Temp-Name-1
                        WS-Temp-Name-2
                        WS-Temp-Name-3.
     unstring Emp-Name
                     delimited by space
                     into   WS-Temp-Name-1
                            WS-Temp-Name-2
                            WS-Temp-Name-3.
     move     spaces to Emp-Search-Name.
     string   WS-Temp-Name-3  delimited by " "
              WS-Temp-Name-1  delimited by " "
              WS-Temp-Name-2  delimited by " "
                       into  Emp-Search-Name.
*>
     if       Emp-SSN not = zero
              perform  zz047-Scramble-SSN
              move     WS-SSN-Work to Emp-SSN.
*>
     if       Emp-Address-1 not = spaces
              perform  zz060-Random
              compute  WS-House = WS-Rnd-Fract * 9998 + 1
              move     WS-House to WS-House-Disp
              perform  zz060-Random
              compute  WS-Rnd-Idx = WS-Rnd-Fract * 12 + 1
              move     spaces to Emp-Address-1
              string   FUNCTION TRIM (WS-House-Disp) delimited by size
                       " "                    delimited by size
                       WS-Street (WS-Rnd-Idx) delimited by "  "
                                              into Emp-Address-1
     end-if.
     move     spaces to Emp-Address-2
                        Emp-Address-3.
*>
     move     Emp-Birth-Date to WS-Date-Work.
     perform  zz045-Scramble-Date.
     move     WS-Date-Work to Emp-Birth-Date.
*>
     perform  varying WS-J from 1 by 1 until WS-J > 3
              move     Emp-DD-Acct-No (WS-J) to WS-Scr-Field
              perform  zz040-Scramble-Digits
              move     WS-Scr-Field to Emp-DD-Acct-No (WS-J)
     end-perform.
     move     Emp-Paycard-Acct to WS-Scr-Field.
     perform  zz040-Scramble-Digits.
     move     WS-Scr-Field (1:19) to Emp-Paycard-Acct.
*>
     if       Emp-Beneficiary not = spaces
              perform  zz030-Pseudonym
              move     WS-Pseudonym to Emp-Beneficiary.
*>
     move     zero   to Emp-Phone-No.
     move     spaces to Emp-Email
                        Emp-EV-Case-No.
*>
 zz100-Exit.  exit section.
*>
 zz110-Scramble-Dpn          section.
*>**********************************
*>
     perform  zz030-Pseudonym.
     move     WS-Pseudonym to Dpn-Name.
     if       Dpn-SSN not = zero
              perform  zz047-Scramble-SSN
              move     WS-SSN-Work to Dpn-SSN.
     move     Dpn-Birth-Date to WS-Date-Work.
     perform  zz045-Scramble-Date.
     move     WS-Date-Work to Dpn-Birth-Date.
*>
 zz110-Exit.  exit section.
*>
