       >>source free
*>****************************************************************
*>            Position Control - Filled Position Check            *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyposchk.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Says whether an employee may move into a
*>                      position on PY-Position-File - the FTE already
*>                      filled there by other employees still on the
*>                      books (status A or L, Emp-Dept + Emp-Position)
*>                      plus the FTE the mover brings must not go over
*>                      the position's authorized FTE. An Emp-FTE of
*>                      zero counts as 1.00.
*>
*>                      wspypsq.cob is the request block; py010 calls
*>                      it on a new hire or transfer.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      None.
*>**
*>    Functions Used:
*>                      None.
*>    Files used :
*>                      pyposn.  Position Control.
*>                      pyemp.   Employee Master - input only.
*>
*>    Error messages used.
*>                      None - results return in Psq-Result.
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
*>
 input-output            section.
 file-control.
 copy "selpyposn.cob".
 copy "selpyemp.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyposn.cob".
 copy "fdpyemp.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyposchk (1.0.00)".  *> First release pre testing.
*>
 01  WS-Data.
     03  PY-Pos-Status       pic xx.
     03  PY-Emp-Status       pic xx.
*>
 linkage section.
*>***************
*>
 copy "wspypsq.cob".
 copy "wsnames.cob".
*>
 procedure division using PY-Position-Check
                          File-Defs.
*>========================================
*>
 aa000-Main                  section.
*>**********************************
*>
     move     zero to Psq-Result Psq-Auth-FTE Psq-Filled-FTE.
     if       Psq-Position = zero
              move     8 to Psq-Result
              goback.
*>
     open     input PY-Position-File.
     if       PY-Pos-Status not = "00"
              move     9 to Psq-Result
              goback.
     move     Psq-Dept     to Pos-Dept.
     move     Psq-Position to Pos-No.
     read     PY-Position-File key Pos-Key
              invalid key
                       move     9 to Psq-Result
     end-read.
     close    PY-Position-File.
     if       Psq-Result = 9
              goback.
     if       Pos-Closed
              move     7 to Psq-Result
              goback.
     move     Pos-Auth-FTE to Psq-Auth-FTE.
*>
     open     input PY-Employee-File.
     if       PY-Emp-Status not = "00"
              go to    aa020-Test-Filled.
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       close    PY-Employee-File
                       go to    aa020-Test-Filled
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if       Emp-No = Psq-Emp-No
                 or    Emp-Position not = Psq-Position
                 or    Emp-Dept not = Psq-Dept
                 or   (Emp-Status not = "A" and not = "L")
                       exit perform cycle
              end-if
              if       Emp-FTE = zero
                       add      1       to Psq-Filled-FTE
              else
                       add      Emp-FTE to Psq-Filled-FTE
              end-if
     end-perform.
     close    PY-Employee-File.
*>
 aa020-Test-Filled.
     if       Psq-FTE = zero
              move     1 to Psq-FTE.
     if       Psq-Filled-FTE + Psq-FTE > Psq-Auth-FTE
              move     1 to Psq-Result.
     goback.
*>
 aa000-Exit.  Exit section.
