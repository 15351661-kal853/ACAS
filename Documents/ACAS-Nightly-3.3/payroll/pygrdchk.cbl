       >>source free
*>****************************************************************
*>            Salary Grade Range Check Module                    *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pygrdchk.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Tests a rate against the employee's salary
*>                      grade range on PY-Grade-File, the grade year
*>                      used being the latest not after Grq-As-Of.
*>
*>                      The rate is put on the grade's basis first:
*>                      annual   - salaried rate x pay frequency,
*>                                 hourly rate x normal units x pay
*>                                 frequency (2080 hours when no
*>                                 normal units are set);
*>                      hourly   - salaried rate / normal units (or
*>                                 annual / 2080), hourly rate as is.
*>
*>                      wspygrq.cob is the request block; py010,
*>                      pyrtchg and pygrade's compa-ratio report call
*>                      it.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      None.
*>**
*>    Functions Used:
*>                      None.
*>    Files used :
*>                      pygrd.   Salary Grades.
*>
*>    Error messages used.
*>                      None - results return in Grq-Result.
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
 copy "selpygrd.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpygrd.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pygrdchk (1.0.00)".  *> First release pre testing.
*>
 01  WS-Data.
     03  PY-Grd-Status       pic xx.
     03  WS-As-Of-Year       pic 9(4)     value zero.
     03  WS-Found            pic x        value "N".
     03  WS-Annual           pic 9(9)v99  comp-3  value zero.
*>
 linkage section.
*>***************
*>
 copy "wspygrq.cob".
 copy "wsnames.cob".
*>
 procedure division using PY-Grade-Check
                          File-Defs.
*>========================================
*>
 aa000-Main                  section.
*>**********************************
*>
     move     zero   to Grq-Result Grq-Min Grq-Mid Grq-Max
                        Grq-Conv-Rate Grq-Compa.
     move     space  to Grq-Basis.
     if       Grq-Grade = spaces
              move     8 to Grq-Result
              goback.
     divide   Grq-As-Of by 10000 giving WS-As-Of-Year.
*>
     open     input PY-Grade-File.
     if       PY-Grd-Status not = "00"
              move     9 to Grq-Result
              goback.
*>
     move     "N"       to WS-Found.
     move     Grq-Grade to Grd-Code.
     move     zero      to Grd-Year.
     start    PY-Grade-File key not < Grd-Key
              invalid key
                       go to aa020-Test-Range
     end-start.
     perform  forever
              read     PY-Grade-File next record at end
                       exit perform
              end-read
              if       PY-Grd-Status not = "00"
                 or    Grd-Code not = Grq-Grade
                 or    Grd-Year > WS-As-Of-Year
                       exit perform
              end-if
              move     "Y"       to WS-Found
              move     Grd-Basis to Grq-Basis
              move     Grd-Min   to Grq-Min
              move     Grd-Mid   to Grq-Mid
              move     Grd-Max   to Grq-Max
     end-perform.
*>
 aa020-Test-Range.
     close    PY-Grade-File.
     if       WS-Found not = "Y"
              move     9 to Grq-Result
              goback.
     perform  ba000-Convert-Rate.
     if       Grq-Mid not = zero
              compute  Grq-Compa rounded = Grq-Conv-Rate * 100 / Grq-Mid
                       on size error
                            move 999.9 to Grq-Compa
              end-compute
     end-if.
     if       Grq-Conv-Rate < Grq-Min
              move     1 to Grq-Result
     else
      if      Grq-Max not = zero
        and   Grq-Conv-Rate > Grq-Max
              move     2 to Grq-Result
      end-if
     end-if.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ba000-Convert-Rate          section.
*>**********************************
*>
*> Put Grq-Rate on the grade's basis - see Remarks.
*>
     if       Grq-HS-Type = "S"
              compute  WS-Annual = Grq-Rate * Grq-Pay-Freq
     else
      if      Grq-Normal-Units not = zero
              compute  WS-Annual = Grq-Rate * Grq-Normal-Units * Grq-Pay-Freq
      else
              compute  WS-Annual = Grq-Rate * 2080
      end-if
     end-if.
*>
     if       Grq-Basis = "H"
              if       Grq-HS-Type not = "S"
                       move     Grq-Rate to Grq-Conv-Rate
              else
               if      Grq-Normal-Units not = zero
                       compute  Grq-Conv-Rate rounded = Grq-Rate / Grq-Normal-Units
               else
                       compute  Grq-Conv-Rate rounded = WS-Annual / 2080
               end-if
              end-if
     else
              compute  Grq-Conv-Rate = WS-Annual
                       on size error
                            move 9999999.99 to Grq-Conv-Rate
              end-compute
     end-if.
*>
 ba000-Exit.  exit section.
