       >>source free
*>****************************************************************
*>        Outbound File Registration Module                       *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyxreg.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Called by every program that builds a file
*>                      for a bank or agency (pyach, pypaycard,
*>                      pypospay, pyremit, pyrkfeed, pysuiwage) once
*>                      the file is closed. Reads it back for its line
*>                      count and checksum, copies it to the next
*>                      xmtNNNNNN.dat held copy and logs it Held on
*>                      PY-Xmt-File for pyxmit to release.
*>
*>                      A file built again for the same type and
*>                      period, or with the same content, after an
*>                      earlier one was released is flagged as a
*>                      possible duplicate; an earlier one never
*>                      released is marked Superseded.
*>
*>                      Also called by pyxmit (Verify) to recount and
*>                      re-checksum a held copy before it is released
*>                      and by pyireg (Verify) to fingerprint a file
*>                      about to be imported.
*>
*>                      Silent on failure - Xreq-Result tells the
*>                      caller, which must carry on; building the file
*>                      is never stopped by the log being unavailable.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      None.
*>**
*>    Functions Used:
*>                      LENGTH, MOD, TRIM.
*>    Files used :
*>                      pyxmt.   Outbound File Release Log - I-O.
*>                      The outbound file named by the caller - input.
*>
*>    Error messages used.
*>                      None - failures are returned to the caller.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Verify also returns the size in bytes - every
*>                       line up to its last non-space plus the end
*>                       of line - for the inbound file registry.
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
 REPOSITORY.
       FUNCTION ALL INTRINSIC.
*>
 input-output            section.
 file-control.
 copy "selpyxmt.cob".
 copy "selpyxdt.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyxmt.cob".
 copy "fdpyxdt.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyxreg  (1.0.01)".
*>
 01  WS-Data.
     03  PY-Xmt-Status       pic xx.
     03  PY-Xdt-Status       pic xx.
     03  WS-Xdt-Name         pic x(532)   value spaces.
     03  WS-Next-Seq         pic 9(6)     value zero.
     03  WS-Stamp-Date       pic 9(8)     value zero.
     03  WS-Stamp-Time       pic 9(8)     value zero.
     03  WS-Held-Name        pic x(16)    value spaces.
*>
*> Checksum - every byte of every line up to its last non-space, and
*> an end of line, folded in modulo a large prime.
*>
     03  WS-Sum              pic 9(18)    comp value zero.
     03  WS-Lines-Read       pic 9(7)     value zero.
     03  WS-Bytes            pic 9(10)    value zero.
     03  WS-Len              binary-short value zero.
     03  WS-Ix               binary-short value zero.
     03  WS-Byte             pic x        value space.
     03  WS-Byte-N redefines WS-Byte binary-char unsigned.
*>
*> cp command for the held copy - source then the xmt name.
*>
 01  WS-Copy-Command         pic x(600)   value spaces.
*>
 linkage section.
*>***************
*>
 copy "wspyxreq.cob".
 copy "wscall.cob".
 copy "wsnames.cob".
*>
 procedure division using PY-Xmt-Request
                          WS-Calling-Data
                          File-Defs.
*>========================================
*>
 aa000-Main                  section.
*>**********************************
*>
     move     zero   to Xreq-Result Xreq-Seq Xreq-Dup-Of.
     move     "N"    to Xreq-Dup.
     move     Xreq-File-Name to WS-Xdt-Name.
     perform  ba000-Count-And-Sum.
     if       Xreq-Result not = zero
              goback.
     if       Xreq-Verify
              goback.
*>
     accept   WS-Stamp-Date from date YYYYMMDD.
     accept   WS-Stamp-Time from time.
*>
     open     i-o PY-Xmt-File.
     if       PY-Xmt-Status = "35"
              open     output PY-Xmt-File
              close    PY-Xmt-File
              open     i-o PY-Xmt-File
     end-if.
     if       PY-Xmt-Status not = "00"
              move     2 to Xreq-Result
              goback.
*>
     perform  ca000-Check-Earlier.
*>
     add      1 to WS-Next-Seq.
     move     spaces to WS-Held-Name.
     string   "xmt"       delimited by size
              WS-Next-Seq delimited by size
              ".dat"      delimited by size
              into WS-Held-Name.
     move     spaces to WS-Copy-Command.
     string   "cp "               delimited by size
              Xreq-File-Name      delimited by space
              " "                 delimited by size
              WS-Held-Name        delimited by space
              into WS-Copy-Command.
     call     "SYSTEM" using WS-Copy-Command.
*>
     initialize PY-Xmt-Record.
     move     WS-Next-Seq          to Xmt-Seq.
     move     Xreq-Type            to Xmt-Type.
     move     Xreq-Prog            to Xmt-Prog.
     move     Xreq-File-Name       to Xmt-File-Name.
     move     WS-Held-Name         to Xmt-Held-Copy.
     move     Xreq-Period          to Xmt-Period.
     move     Xreq-Rec-Count       to Xmt-Rec-Count.
     move     Xreq-Hash            to Xmt-Hash-Total.
     move     Xreq-Checksum        to Xmt-Checksum.
     move     "H"                  to Xmt-Status.
     move     Xreq-Dup             to Xmt-Dup-Flag.
     move     Xreq-Dup-Of          to Xmt-Dup-Of.
     move     WS-Stamp-Date        to Xmt-Created-Date.
     move     WS-Stamp-Time (1:6)  to Xmt-Created-Time.
     move     WS-CD-Args (1:8)     to Xmt-Created-By.
     write    PY-Xmt-Record
              invalid key
                       move     2 to Xreq-Result
     end-write.
     close    PY-Xmt-File.
     if       Xreq-Result = zero
              move     WS-Next-Seq to Xreq-Seq.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ba000-Count-And-Sum         section.
*>**********************************
*>
     move     zero to WS-Sum WS-Lines-Read WS-Bytes.
     open     input PY-Xmt-Data-File.
     if       PY-Xdt-Status not = "00"
              move     1 to Xreq-Result
              go to    ba000-Exit.
     perform  forever
              read     PY-Xmt-Data-File at end
                       exit perform
              end-read
              if       PY-Xdt-Status not = "00"
                       exit perform
              end-if
              add      1 to WS-Lines-Read
              if       PY-Xmt-Data-Record = spaces
                       move     zero to WS-Len
              else
                       move     LENGTH (TRIM (PY-Xmt-Data-Record TRAILING)) to WS-Len
              end-if
              perform  varying WS-Ix from 1 by 1 until WS-Ix > WS-Len
                       move     PY-Xmt-Data-Record (WS-Ix:1) to WS-Byte
                       compute  WS-Sum = MOD (WS-Sum * 31 + WS-Byte-N + 1, 999999937)
              end-perform
              compute  WS-Sum = MOD (WS-Sum * 31 + 10, 999999937)
              add      WS-Len 1 to WS-Bytes
     end-perform.
     close    PY-Xmt-Data-File.
     move     WS-Lines-Read to Xreq-Rec-Count.
     move     WS-Sum        to Xreq-Checksum.
     move     WS-Bytes      to Xreq-Bytes.
*>
 ba000-Exit.  exit section.
*>
 ca000-Check-Earlier         section.
*>**********************************
*>
*> One pass of the log - the highest entry number for the next, and
*> every earlier entry of this type for the same period (or the
*> same content): already gone out means this is a possible
*> duplicate, still Held means this one replaces it.
*>
     move     zero to WS-Next-Seq.
     move     zero to Xmt-Seq.
     start    PY-Xmt-File key not < Xmt-Seq
              invalid key
                       go to ca000-Exit
     end-start.
     perform  forever
              read     PY-Xmt-File next record at end
                       exit perform
              end-read
              if       PY-Xmt-Status not = "00"
                       exit perform
              end-if
              move     Xmt-Seq to WS-Next-Seq
              if       Xmt-Type not = Xreq-Type
                       exit perform cycle
              end-if
              if       (Xreq-Period = spaces or Xmt-Period not = Xreq-Period)
                 and   Xmt-Checksum not = Xreq-Checksum
                       exit perform cycle
              end-if
              if       Xmt-Gone-Out
                       move     "Y"     to Xreq-Dup
                       move     Xmt-Seq to Xreq-Dup-Of
              end-if
              if       Xmt-Held
                       move     "S" to Xmt-Status
                       rewrite  PY-Xmt-Record
              end-if
     end-perform.
*>
 ca000-Exit.  exit section.
