       >>source free
*>****************************************************************
*>        Inbound File Registry Module                            *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyireg.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Called by every program that imports a file
*>                      from outside (pytcimp, pyachret, pyrecon,
*>                      pysickimp, pyrdir, pytaximp, pyempimp).
*>
*>                      Check  - fingerprints the file (size, line
*>                      count and checksum, via pyxreg) and looks for
*>                      the same file already imported by the same
*>                      program and not backed out since.
*>                      Open   - registers the import In Progress on
*>                      PY-Import-Reg-File, with any Admin override
*>                      of a duplicate and its reason.
*>                      Image  - logs the before / after image of a
*>                      record the import writes or rewrites on
*>                      PY-Import-Image-File, for pyinbound to back
*>                      the import out.
*>                      Finish - records the counts and control
*>                      totals and marks the import Complete.
*>
*>                      The files stay open from Open to Finish; an
*>                      import that never finishes stays In Progress
*>                      with the images it made and still backs out.
*>
*>                      Silent on failure - Irq-Result tells the
*>                      caller.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyxreg  - file size, line count and checksum.
*>**
*>    Files used :
*>                      pyimr.   Inbound File Import Registry - I-O.
*>                      pyimi.   Inbound Import Record Images - I-O.
*>
*>    Error messages used.
*>                      None - failures are returned to the caller.
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
 input-output            section.
 file-control.
 copy "selpyimr.cob".
 copy "selpyimi.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyimr.cob".
 copy "fdpyimi.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyireg  (1.0.00)".  *> First release pre testing.
*>
 01  WS-Data.
     03  PY-Imr-Status       pic xx.
     03  PY-Imi-Status       pic xx.
     03  WS-Files-Open       pic x        value "N".
     03  WS-Cur-Seq          pic 9(6)     value zero.
     03  WS-Img-No           pic 9(7)     value zero.
     03  WS-Next-Seq         pic 9(6)     value zero.
     03  WS-Stamp-Date       pic 9(8)     value zero.
     03  WS-Stamp-Time       pic 9(8)     value zero.
*>
 copy "wspyxreq.cob".
*>
 linkage section.
*>***************
*>
 copy "wspyirq.cob".
 copy "wscall.cob".
 copy "wsnames.cob".
*>
 procedure division using PY-Import-Request
                          WS-Calling-Data
                          File-Defs.
*>========================================
*>
 aa000-Main                  section.
*>**********************************
*>
     move     zero to Irq-Result.
     evaluate true
              when  Irq-Check
                    perform  ba000-Check
              when  Irq-Open
                    perform  ca000-Open
              when  Irq-Image
                    perform  da000-Image
              when  Irq-Finish
                    perform  ea000-Finish
     end-evaluate.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ba000-Check                 section.
*>**********************************
*>
*> Fingerprint the file then one pass of the registry - the same
*> program with the same size and checksum, not backed out, is a
*> file already imported.
*>
     move     zero to Irq-Seq Irq-Dup-Of Irq-Rec-Count Irq-Bytes Irq-Checksum.
     move     "N"  to Irq-Dup.
     initialize PY-Xmt-Request.
     move     "V"            to Xreq-Action.
     move     Irq-Prog       to Xreq-Prog.
     move     Irq-File-Name  to Xreq-File-Name.
     call     "pyxreg" using PY-Xmt-Request WS-Calling-Data File-Defs.
     if       Xreq-Result not = zero
              move     1 to Irq-Result
              go to    ba000-Exit.
     move     Xreq-Rec-Count to Irq-Rec-Count.
     move     Xreq-Bytes     to Irq-Bytes.
     move     Xreq-Checksum  to Irq-Checksum.
*>
     open     input PY-Import-Reg-File.
     if       PY-Imr-Status = "35"                 *> nothing imported yet
              go to    ba000-Exit.
     if       PY-Imr-Status not = "00"
              move     2 to Irq-Result
              go to    ba000-Exit.
     perform  forever
              read     PY-Import-Reg-File next record at end
                       exit perform
              end-read
              if       PY-Imr-Status not = "00"
                       exit perform
              end-if
              if       Imr-Prog (1:8) not = Irq-Prog (1:8)
                or     Imr-Checksum   not = Irq-Checksum
                or     Imr-Bytes      not = Irq-Bytes
                or     Imr-Backed-Out
                       exit perform cycle
              end-if
              move     "Y"     to Irq-Dup
              move     Imr-Seq to Irq-Dup-Of
     end-perform.
     close    PY-Import-Reg-File.
*>
 ba000-Exit.  exit section.
*>
 ca000-Open                  section.
*>**********************************
*>
     move     zero to Irq-Seq WS-Cur-Seq WS-Img-No.
     if       WS-Files-Open = "Y"
              close    PY-Import-Reg-File PY-Import-Image-File
              move     "N" to WS-Files-Open
     end-if.
     accept   WS-Stamp-Date from date YYYYMMDD.
     accept   WS-Stamp-Time from time.
*>
     open     i-o PY-Import-Reg-File.
     if       PY-Imr-Status = "35"
              open     output PY-Import-Reg-File
              close    PY-Import-Reg-File
              open     i-o PY-Import-Reg-File
     end-if.
     if       PY-Imr-Status not = "00"
              move     2 to Irq-Result
              go to    ca000-Exit.
     open     i-o PY-Import-Image-File.
     if       PY-Imi-Status = "35"
              open     output PY-Import-Image-File
              close    PY-Import-Image-File
              open     i-o PY-Import-Image-File
     end-if.
     if       PY-Imi-Status not = "00"
              close    PY-Import-Reg-File
              move     2 to Irq-Result
              go to    ca000-Exit.
*>
     move     zero to WS-Next-Seq.
     move     999999 to Imr-Seq.
     start    PY-Import-Reg-File key not > Imr-Seq
              invalid key
                       move     zero to Imr-Seq
     end-start.
     if       PY-Imr-Status = "00"
              read     PY-Import-Reg-File previous record
              if       PY-Imr-Status = "00"
                       move     Imr-Seq to WS-Next-Seq
              end-if
     end-if.
     add      1 to WS-Next-Seq.
*>
     initialize PY-Import-Reg-Record.
     move     WS-Next-Seq          to Imr-Seq.
     move     Irq-Prog             to Imr-Prog.
     move     Irq-File-Name        to Imr-File-Name.
     move     Irq-Bytes            to Imr-Bytes.
     move     Irq-Checksum         to Imr-Checksum.
     move     Irq-Rec-Count        to Imr-Rec-Count.
     move     WS-Stamp-Date        to Imr-Date.
     move     WS-Stamp-Time (1:6)  to Imr-Time.
     move     WS-CD-Args (1:8)     to Imr-Operator.
     move     "I"                  to Imr-Status.
     if       Irq-Dup = "Y"
              move     Irq-Dup-Of          to Imr-Override-Of
              move     Irq-Override-Reason to Imr-Override-Reason
     end-if.
     write    PY-Import-Reg-Record
              invalid key
                       move     2 to Irq-Result
     end-write.
     if       Irq-Result not = zero
              close    PY-Import-Reg-File PY-Import-Image-File
              go to    ca000-Exit.
     move     "Y"         to WS-Files-Open.
     move     WS-Next-Seq to WS-Cur-Seq Irq-Seq.
*>
 ca000-Exit.  exit section.
*>
 da000-Image                 section.
*>**********************************
*>
     if       WS-Files-Open not = "Y"
              move     2 to Irq-Result
              go to    da000-Exit.
     add      1 to WS-Img-No.
     initialize PY-Import-Image-Record.
     move     WS-Cur-Seq       to Imi-Seq.
     move     WS-Img-No        to Imi-No.
     move     Irq-File-Id      to Imi-File-Id.
     move     Irq-Img-Action   to Imi-Action.
     move     Irq-Rec-Key      to Imi-Rec-Key.
     if       Imi-Written
              move     spaces      to Imi-Before
     else
              move     Irq-Before  to Imi-Before
     end-if.
     move     Irq-After        to Imi-After.
     write    PY-Import-Image-Record
              invalid key
                       move     2 to Irq-Result
     end-write.
*>
*> Keep the count on the registry entry as we go - an import that is
*> never finished still backs out everything it did.
*>
     move     WS-Cur-Seq to Imr-Seq.
     read     PY-Import-Reg-File
              invalid key
                       go to da000-Exit
     end-read.
     move     WS-Img-No to Imr-Images.
     rewrite  PY-Import-Reg-Record.
*>
 da000-Exit.  exit section.
*>
 ea000-Finish                section.
*>**********************************
*>
     if       WS-Files-Open not = "Y"
              move     2 to Irq-Result
              go to    ea000-Exit.
     move     WS-Cur-Seq to Imr-Seq.
     read     PY-Import-Reg-File
              invalid key
                       move     2 to Irq-Result
     end-read.
     if       Irq-Result = zero
              move     Irq-Loaded         to Imr-Loaded
              move     Irq-Rejected       to Imr-Rejected
              move     Irq-Control-Total  to Imr-Control-Total
              move     Irq-Control-Units  to Imr-Control-Units
              move     WS-Img-No          to Imr-Images
              move     "C"                to Imr-Status
              rewrite  PY-Import-Reg-Record
     end-if.
     close    PY-Import-Reg-File PY-Import-Image-File.
     move     "N"        to WS-Files-Open.
     move     WS-Cur-Seq to Irq-Seq.
*>
 ea000-Exit.  exit section.
*>
