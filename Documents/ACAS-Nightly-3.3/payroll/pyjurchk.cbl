       >>source free
*>****************************************************************
*>          Tax Jurisdictions For An Address (ZIP+4)              *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pyjurchk.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Looks an employee's ZIP (or ZIP+4) up on the
*>                      tax jurisdiction directory (PY-Juris-Dir-File,
*>                      loaded by pyjdir) and returns the state,
*>                      county, municipality, school district and PSD
*>                      code the address falls in, plus the local
*>                      earned income tax jurisdiction (pylcl) and
*>                      head tax jurisdiction (pyhtx) carrying that
*>                      PSD code - what Emp-Taxing-State,
*>                      Emp-LWT-Live-Juris and Emp-Head-Tax-Juris
*>                      ought to hold.
*>
*>                      The +4 picks the range it falls in; with no +4,
*>                      or none matching, the first range of the ZIP is
*>                      taken and flagged ambiguous if the ZIP's ranges
*>                      do not all carry the same state and PSD code.
*>
*>                      wspyjrq.cob is the request block; py010 calls
*>                      it when an address is keyed and pyjdir for the
*>                      address audit.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      None.
*>**
*>    Functions Used:
*>                      None.
*>    Files used :
*>                      pyjdir.  Tax Jurisdiction Directory.
*>                      pylcl.   Local Earned Income Tax Jurisdictions.
*>                      pyhtx.   Local Head Tax Table.
*>
*>    Error messages used.
*>                      None - results return in Jrq-Result.
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
 copy "selpyjdr.cob".
 copy "selpylcl.cob".
 copy "selpyhtx.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpyjdr.cob".
 copy "fdpylcl.cob".
 copy "fdpyhtx.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyjurchk (1.0.00)".  *> First release pre testing.
*>
 01  WS-Data.
     03  PY-Jdr-Status       pic xx.
     03  PY-Lcl-Status       pic xx.
     03  PY-Htx-Status       pic xx.
     03  WS-Zip5             pic x(5)     value spaces.
     03  WS-Plus4            pic x(4)     value spaces.
     03  WS-First            pic x        value "Y".
*>
 linkage section.
*>***************
*>
 copy "wspyjrq.cob".
 copy "wsnames.cob".
*>
 procedure division using PY-Juris-Check
                          File-Defs.
*>========================================
*>
 aa000-Main                  section.
*>**********************************
*>
     move     9      to Jrq-Result.
     move     "N"    to Jrq-Ambiguous.
     move     spaces to Jrq-State Jrq-County Jrq-Muni Jrq-School-Dist
                        Jrq-PSD-Code Jrq-LWT-Juris Jrq-Htx-Juris.
     move     Jrq-Zip (1:5) to WS-Zip5.
     if       WS-Zip5 not numeric
              goback.
     if       Jrq-Zip (6:1) = "-"
              move     Jrq-Zip (7:4) to WS-Plus4
     else
              move     Jrq-Zip (6:4) to WS-Plus4.
     if       WS-Plus4 not numeric
              move     spaces to WS-Plus4.
*>
     open     input PY-Juris-Dir-File.
     if       PY-Jdr-Status not = "00"
              goback.
     move     WS-Zip5 to Jdr-Zip5.
     move     low-values to Jdr-Plus4-Low.
     start    PY-Juris-Dir-File key not < Jdr-Key
              invalid key
                       close    PY-Juris-Dir-File
                       goback
     end-start.
     move     "Y" to WS-First.
     perform  forever
              read     PY-Juris-Dir-File next record at end
                       exit perform
              end-read
              if       PY-Jdr-Status not = "00"
                 or    Jdr-Zip5 not = WS-Zip5
                       exit perform
              end-if
              if       WS-Plus4 not = spaces
                 and   WS-Plus4 not < Jdr-Plus4-Low
                 and   WS-Plus4 not > Jdr-Plus4-High
                       perform  aa010-Take-Entry
                       move     0   to Jrq-Result
                       move     "N" to Jrq-Ambiguous
                       exit perform
              end-if
              if       WS-First = "Y"
                       perform  aa010-Take-Entry
                       move     1   to Jrq-Result
                       move     "N" to WS-First
              else
                       if       Jdr-State    not = Jrq-State
                          or    Jdr-PSD-Code not = Jrq-PSD-Code
                                move     "Y" to Jrq-Ambiguous
                       end-if
              end-if
     end-perform.
     close    PY-Juris-Dir-File.
     if       Jrq-Result = 9
              goback.
     if       Jrq-PSD-Code = spaces
              goback.
*>
*> The local jurisdictions carrying the PSD code - the tables are
*> small, so read through.
*>
     open     input PY-Local-Tax-File.
     if       PY-Lcl-Status = "00"
              perform  forever
                       read     PY-Local-Tax-File next record at end
                                exit perform
                       end-read
                       if       PY-Lcl-Status not = "00"
                                exit perform
                       end-if
                       if       Lcl-PSD-Code = Jrq-PSD-Code
                                move     Lcl-Juris to Jrq-LWT-Juris
                                exit perform
                       end-if
              end-perform
              close    PY-Local-Tax-File
     end-if.
     open     input PY-Head-Tax-File.
     if       PY-Htx-Status = "00"
              perform  forever
                       read     PY-Head-Tax-File next record at end
                                exit perform
                       end-read
                       if       PY-Htx-Status not = "00"
                                exit perform
                       end-if
                       if       Htx-PSD-Code = Jrq-PSD-Code
                                move     Htx-Juris to Jrq-Htx-Juris
                                exit perform
                       end-if
              end-perform
              close    PY-Head-Tax-File
     end-if.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 aa010-Take-Entry            section.
*>**********************************
*>
     move     Jdr-State       to Jrq-State.
     move     Jdr-County      to Jrq-County.
     move     Jdr-Muni        to Jrq-Muni.
     move     Jdr-School-Dist to Jrq-School-Dist.
     move     Jdr-PSD-Code    to Jrq-PSD-Code.
*>
 aa010-Exit.  exit section.
*>
