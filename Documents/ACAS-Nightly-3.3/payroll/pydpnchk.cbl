       >>source free
*>****************************************************************
*>        Enrollment Tier Check Against Dependents Module        *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pydpnchk.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Tests one enrollment's coverage tier against
*>                      the employee's active dependents that the plan
*>                      covers (Dpn-Cov-Plan) on PY-Dependent-File:
*>
*>                      1 employee only  - none covered;
*>                      2 + spouse       - one spouse / partner, no
*>                                         children;
*>                      3 + children     - one or more eligible
*>                                         children, no spouse;
*>                      4 family         - a spouse and one or more
*>                                         eligible children.
*>
*>                      A child is eligible to the end of the month of
*>                      the 26th birthday at Dnq-As-Of, or whatever
*>                      the age when marked disabled. Beneficiary-only
*>                      entries are ignored. wspydnq.cob is the request
*>                      block; pybenplan's batch pass and pydepnd's
*>                      tier check list call it.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      None.
*>**
*>    Functions Used:
*>                      None.
*>    Files used :
*>                      pydpn.   Dependents & Beneficiaries.
*>
*>    Error messages used.
*>                      None - results return in Dnq-Result.
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
 copy "selpydpn.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpydpn.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pydpnchk (1.0.00)".  *> First release pre testing.
*>
 01  WS-Data.
     03  PY-Dpn-Status       pic xx.
     03  WS-Sub              pic 9        value zero.
     03  WS-Covered          pic x        value "N".
     03  WS-Limit-Month      pic 9(6)     value zero.   *> ccyymm of the 26th birthday
     03  WS-As-Of-Month      pic 9(6)     value zero.   *> ccyymm of Dnq-As-Of
*>
 linkage section.
*>***************
*>
 copy "wspydnq.cob".
 copy "wsnames.cob".
*>
 procedure division using PY-Dependent-Check
                          File-Defs.
*>========================================
*>
 aa000-Main                  section.
*>**********************************
*>
     move     zero   to Dnq-Result Dnq-Spouses Dnq-Children Dnq-Aged-Out.
     move     spaces to Dnq-Reason.
     divide   Dnq-As-Of by 100 giving WS-As-Of-Month.
*>
     open     input PY-Dependent-File.
     if       PY-Dpn-Status not = "00"
              move     4 to Dnq-Result
              goback.
*>
     move     Dnq-Emp-No to Dpn-Emp-No.
     move     zero       to Dpn-Seq.
     start    PY-Dependent-File key not < Dpn-Key
              invalid key
                       go to aa020-Test-Tier
     end-start.
     perform  forever
              read     PY-Dependent-File next record at end
                       exit perform
              end-read
              if       PY-Dpn-Status not = "00"
                 or    Dpn-Emp-No not = Dnq-Emp-No
                       exit perform
              end-if
              if       not Dpn-Stat-Active
                 or    Dpn-Rel-Ben-Only
                       exit perform cycle
              end-if
              perform  ba000-Count-Dependent
     end-perform.
*>
 aa020-Test-Tier.
     close    PY-Dependent-File.
     evaluate true
              when Dnq-Spouses > 1
                        move "More than one spouse covered" to Dnq-Reason
              when Dnq-Tier = 1
               and (Dnq-Spouses > zero or Dnq-Children > zero)
                        move "Dependents on employee only" to Dnq-Reason
              when Dnq-Tier = 2 and Dnq-Spouses = zero
                        move "No spouse covered" to Dnq-Reason
              when Dnq-Tier = 2 and Dnq-Children > zero
                        move "Children on employee + spouse" to Dnq-Reason
              when Dnq-Tier = 3 and Dnq-Children = zero
                        move "No eligible child covered" to Dnq-Reason
              when Dnq-Tier = 3 and Dnq-Spouses > zero
                        move "Spouse on employee + children" to Dnq-Reason
              when Dnq-Tier = 4 and Dnq-Spouses = zero
                        move "Family with no spouse covered" to Dnq-Reason
              when Dnq-Tier = 4 and Dnq-Children = zero
                        move "Family with no eligible child" to Dnq-Reason
              when Dnq-Tier < 1 or > 4
                        move "Tier not 1 - 4" to Dnq-Reason
     end-evaluate.
     if       Dnq-Reason not = spaces
              move     1 to Dnq-Result.
     goback.
*>
 aa000-Exit.  Exit section.
*>
 ba000-Count-Dependent       section.
*>**********************************
*>
*> One dependent - counted only when this plan covers them.
*>
     move     "N" to WS-Covered.
     perform  varying WS-Sub from 1 by 1 until WS-Sub > 5
              if       Dpn-Cov-Plan (WS-Sub) = Dnq-Plan-Code
                       move     "Y" to WS-Covered
              end-if
     end-perform.
     if       WS-Covered not = "Y"
              go to    ba000-Exit.
     if       Dpn-Spouse-Type
              add      1 to Dnq-Spouses
              go to    ba000-Exit.
     divide   Dpn-Birth-Date by 100 giving WS-Limit-Month.
     add      2600 to WS-Limit-Month.
     if       Dpn-Disabled = "Y"
        or    WS-As-Of-Month not > WS-Limit-Month
              add      1 to Dnq-Children
     else
              add      1 to Dnq-Aged-Out
     end-if.
*>
 ba000-Exit.  exit section.
