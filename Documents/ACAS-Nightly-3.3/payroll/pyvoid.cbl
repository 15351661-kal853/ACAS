*>                      See the file COPYING for details.
*>**
*>    Remarks.          Voids an employee's check on the permanent
*>                      check history (any period - found by its check
*>                      number, or by employee and check date, latest
*>                      when none given) and, optionally,
*>                      reissues it under a new check number for the
*>                      same net amount. The single-run pychk record is
*>                      mirrored when it still carries the same check
*> System wide:
*>                      SY001, 10, 13 & 15.
*> Program specific:
*>                      PY001 - 3, PY850 - 856, PY521 - 522.
*>**
*> Changes:
*> 09/08/26 vbc - 1.0.00 Created.
*>                       rolls the sequence forward (params now held
*>                       i-o, rewritten at end) so the next apply
*>                       cannot issue the same number again.
*> 15/10/26 vbc - 1.0.11 The employer FICA backed out of company history
*>                       also comes off the employee's His-Er figure.
*> 15/10/26 vbc - 1.0.12 The check can be found by its number on the
*>                       check history's check number key, and a
*>                       reissue number already on history is refused.
*>                       New msgs PY521 - 522.
*> 15/10/26 vbc - 1.0.13 A cashed void also backs the check's qualified
*>                       OT / tips, deferral, Roth, HSA, fringe, treaty,
*>                       housing, supplemental and equity figures
*>                       (Chkh-Ext) out of His/Coh.
*> 02/09/26 vbc - 1.0.10 History and company-history corrections for
*>                       a cashed void are journaled (after image,
*>                       pyjrnl) for pyroll's roll-forward - see
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyvoid  (1.0.13)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*>
     03  WS-Save-Chk-No      pic 9(6)     comp.
     03  WS-Save-Amt         pic 9(7)v99  comp-3   occurs 16.
     03  WS-Save-Ext-Posted  pic x        value "N".
     03  WS-Save-Ext.                              *> Chkh-Ext of the voided check
         05  WS-Save-Qual-OT     pic 9(7)v99  comp-3.
         05  WS-Save-Qual-Tips   pic 9(7)v99  comp-3.
         05  WS-Save-Deferral    pic s9(7)v99 comp-3.
         05  WS-Save-Roth        pic 9(7)v99  comp-3.
         05  WS-Save-HSA-Emp     pic 9(7)v99  comp-3.
         05  WS-Save-HSA-Er      pic 9(7)v99  comp-3.
         05  WS-Save-Fringe      pic 9(7)v99  comp-3.
         05  WS-Save-Treaty      pic 9(7)v99  comp-3.
         05  WS-Save-Housing     pic 9(7)v99  comp-3.
         05  WS-Save-Supp-Wages  pic 9(7)v99  comp-3.
         05  WS-Save-Equity      pic 9(7)v99  comp-3.
         05  WS-Save-NSO         pic 9(7)v99  comp-3.
     03  WS-Jnl-Key-Num      pic 9(8)     value zero.  *> display form for Jnq-Key
     03  WS-New-Chk-No       pic 9(6)     comp.
     03  WS-Lookup-Emp       pic 9(7)     value zero.
     03  WS-Chk-Date         pic 9(8)     value zero.
     03  WS-Find-Chk-No      pic 9(6)     value zero.
     03  WS-Found-Key        pic x(15)    value spaces.  *> Chkh-Key of the record in hand
     03  WS-Hist-Found       pic x        value "N".
     03  WS-Mirror-Chk       pic x        value "N".
     03  WS-Today-YMD        pic 9(8)     value zero.
     03  PY854           pic x(46) value "PY854 Confirm override of the Maximum Amount -".
     03  PY855           pic x(37) value "PY855 New Check No must not be zero -".
     03  PY856           pic x(52) value "PY856 New Check No must differ from the voided one -".
     03  PY521           pic x(35) value "PY521 No such Check No on history -".
     03  PY522           pic x(57) value "PY522 New Check No is already on the check history - used".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/history this run uses
*>**********************************
*>
     display  "Void / Reissue a check"      at line 1 col 1 with erase eos.
*>
*> The number on the check in hand finds it directly - zero falls
*> back to employee and check date.
*>
     display  "Check No (0 = by employee) [      ]" at line 2 col 1.
     move     zero to WS-Find-Chk-No.
     accept   WS-Find-Chk-No at line 2 col 29.
     if       WS-Find-Chk-No not = zero
              perform  ab050-Find-By-Check-No
              if       WS-Hist-Found not = "Y"
                       display  PY521 at line WS-23-Lines col 1 foreground-color 4 erase eos
                       display  WS-Find-Chk-No at line WS-23-Lines col 37 foreground-color 4
                       display  SY015 at line WS-Lines    col 1
                       accept   WS-Reply at line WS-Lines col 58
                       go to    ab010-Exit
              end-if
              move     Chkh-Emp-No to Emp-No
              display  "Employee No" at line 3 col 1
              display  Emp-No        at line 3 col 45
              go to    ab010-Found
     end-if.
     display  "Employee No (0 quit, 9999999 name lookup) [       ]" at line 3 col 1.
     move     zero to Emp-No.
     accept   Emp-No at line 3 col 45.
              accept   WS-Reply at line WS-Lines col 58
              go to    ab010-Exit
     end-if.
*>
 ab010-Found.
     if       Chkh-Check-No = zero
           or Chkh-Stat-Void
              display  PY852 at line WS-23-Lines col 1 foreground-color 4 erase eos
     move     Chkh-Amt (15) to WS-Save-Amt (15).
     move     Chkh-Amt (16) to WS-Save-Amt (16).
*>
*> The other history buckets the check posted - none known for a
*> check written before Chkh-Ext or a manual one.
*>
     move     Chkh-Ext-Posted to WS-Save-Ext-Posted.
     if       Chkh-Ext-Posted = "Y"
              move     Chkh-Qual-OT-Prem  to WS-Save-Qual-OT
              move     Chkh-Qual-Tips     to WS-Save-Qual-Tips
              move     Chkh-Deferral      to WS-Save-Deferral
              move     Chkh-Roth          to WS-Save-Roth
              move     Chkh-HSA-Emp       to WS-Save-HSA-Emp
              move     Chkh-HSA-Er        to WS-Save-HSA-Er
              move     Chkh-Fringe        to WS-Save-Fringe
              move     Chkh-Treaty-Exempt to WS-Save-Treaty
              move     Chkh-Housing-Allow to WS-Save-Housing
              move     Chkh-Supp-Wages    to WS-Save-Supp-Wages
              move     Chkh-Equity        to WS-Save-Equity
              move     Chkh-NSO           to WS-Save-NSO
     else
              initialize WS-Save-Ext.
*>
*> History keeps the period's detail - the void is a status, not an
*> erasure. The current-run pychk record is zeroed the old way while
*> it still carries this check's number (pre-print voids).
              go to    ab010-Exit
     end-if.
*>
*> A number already on the history (any employee, any status) would
*> be paid twice or refused at the bank - the record in hand is read
*> back by its own key after looking.
*>
     move     Chkh-Key      to WS-Found-Key.
     move     WS-New-Chk-No to Chkh-Check-No.
     move     "N" to WS-Reply.
     read     PY-Check-History-File key Chkh-Check-No
              not invalid key
                       move     "D" to WS-Reply
     end-read.
     move     WS-Found-Key to Chkh-Key.
     read     PY-Check-History-File key Chkh-Key.
     if       WS-Reply = "D"
              display  PY522 at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ab010-Exit
     end-if.
*>
*> The history record becomes the live reissued check - new number,
*> same money, outstanding again. A number past the sequence moves
*> PY-PR2-Last-Check-No on, the pymanchk way.
              move     Chkh-Check-Date to WS-Chk-Date.
*>
 ab045-Exit.  exit section.
*>
 ab050-Find-By-Check-No      section.
*>**********************************
*>
*> Straight onto the check number key. A number on history more than
*> once (a restarted sequence) takes the first one not already void.
*>
     move     "N" to WS-Hist-Found.
     move     WS-Find-Chk-No to Chkh-Check-No.
     start    PY-Check-History-File key = Chkh-Check-No
              invalid key
                       go to ab050-Exit
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Check-No not = WS-Find-Chk-No
                       exit perform
              end-if
              if       WS-Hist-Found = "N"
                 or    not Chkh-Stat-Void
                       move     Chkh-Key to WS-Found-Key
                       move     "Y" to WS-Hist-Found
              end-if
              if       not Chkh-Stat-Void
                       exit perform
              end-if
     end-perform.
     if       WS-Hist-Found = "Y"
              move     WS-Found-Key to Chkh-Key
              read     PY-Check-History-File key Chkh-Key
                       invalid key
                                move     "N" to WS-Hist-Found
              end-read
     end-if.
*>
 ab050-Exit.  exit section.
*>
 ab020-Write-Void-Audit      section.
*>**********************************
     if       His-YTD-FICA < zero move zero to His-YTD-FICA.
     if       His-QTD-Net  < zero move zero to His-QTD-Net.
     if       His-YTD-Net  < zero move zero to His-YTD-Net.
     if       WS-Save-Amt (12) > His-QTD-Er-FICA
              move     zero to His-QTD-Er-FICA
     else
              subtract WS-Save-Amt (12) from His-QTD-Er-FICA
     end-if.
     if       WS-Save-Amt (12) > His-YTD-Er-FICA
              move     zero to His-YTD-Er-FICA
     else
              subtract WS-Save-Amt (12) from His-YTD-Er-FICA
     end-if.
*>
*> The buckets outside Chkh-Amt the check posted (Chkh-Ext) - W-2 box
*> 12 / 14 figures and the YTDs the annual limits are tested on. A
*> deferral refund check carries a negative deferral, so it adds back.
*>
     if       WS-Save-Qual-OT > His-QTD-Qual-OT-Prem
              move     zero to His-QTD-Qual-OT-Prem
     else
              subtract WS-Save-Qual-OT from His-QTD-Qual-OT-Prem
     end-if.
     if       WS-Save-Qual-OT > His-YTD-Qual-OT-Prem
              move     zero to His-YTD-Qual-OT-Prem
     else
              subtract WS-Save-Qual-OT from His-YTD-Qual-OT-Prem
     end-if.
     if       WS-Save-Qual-Tips > His-QTD-Qual-Tips
              move     zero to His-QTD-Qual-Tips
     else
              subtract WS-Save-Qual-Tips from His-QTD-Qual-Tips
     end-if.
     if       WS-Save-Qual-Tips > His-YTD-Qual-Tips
              move     zero to His-YTD-Qual-Tips
     else
              subtract WS-Save-Qual-Tips from His-YTD-Qual-Tips
     end-if.
     if       WS-Save-Deferral > His-QTD-Deferral
              move     zero to His-QTD-Deferral
     else
              subtract WS-Save-Deferral from His-QTD-Deferral
     end-if.
     if       WS-Save-Deferral > His-YTD-Deferral
              move     zero to His-YTD-Deferral
     else
              subtract WS-Save-Deferral from His-YTD-Deferral
     end-if.
     if       WS-Save-Roth > His-QTD-Roth
              move     zero to His-QTD-Roth
     else
              subtract WS-Save-Roth from His-QTD-Roth
     end-if.
     if       WS-Save-Roth > His-YTD-Roth
              move     zero to His-YTD-Roth
     else
              subtract WS-Save-Roth from His-YTD-Roth
     end-if.
     if       WS-Save-HSA-Emp > His-QTD-HSA-Emp
              move     zero to His-QTD-HSA-Emp
     else
              subtract WS-Save-HSA-Emp from His-QTD-HSA-Emp
     end-if.
     if       WS-Save-HSA-Emp > His-YTD-HSA-Emp
              move     zero to His-YTD-HSA-Emp
     else
              subtract WS-Save-HSA-Emp from His-YTD-HSA-Emp
     end-if.
     if       WS-Save-HSA-Er > His-QTD-HSA-Er
              move     zero to His-QTD-HSA-Er
     else
              subtract WS-Save-HSA-Er from His-QTD-HSA-Er
     end-if.
     if       WS-Save-HSA-Er > His-YTD-HSA-Er
              move     zero to His-YTD-HSA-Er
     else
              subtract WS-Save-HSA-Er from His-YTD-HSA-Er
     end-if.
     if       WS-Save-Fringe > His-QTD-Fringe
              move     zero to His-QTD-Fringe
     else
              subtract WS-Save-Fringe from His-QTD-Fringe
     end-if.
     if       WS-Save-Fringe > His-YTD-Fringe
              move     zero to His-YTD-Fringe
     else
              subtract WS-Save-Fringe from His-YTD-Fringe
     end-if.
     if       WS-Save-Treaty > His-QTD-Treaty-Exempt
              move     zero to His-QTD-Treaty-Exempt
     else
              subtract WS-Save-Treaty from His-QTD-Treaty-Exempt
     end-if.
     if       WS-Save-Treaty > His-YTD-Treaty-Exempt
              move     zero to His-YTD-Treaty-Exempt
     else
              subtract WS-Save-Treaty from His-YTD-Treaty-Exempt
     end-if.
     if       WS-Save-Housing > His-QTD-Housing-Allow
              move     zero to His-QTD-Housing-Allow
     else
              subtract WS-Save-Housing from His-QTD-Housing-Allow
     end-if.
     if       WS-Save-Housing > His-YTD-Housing-Allow
              move     zero to His-YTD-Housing-Allow
     else
              subtract WS-Save-Housing from His-YTD-Housing-Allow
     end-if.
     if       WS-Save-Supp-Wages > His-YTD-Supp-Wages
              move     zero to His-YTD-Supp-Wages
     else
              subtract WS-Save-Supp-Wages from His-YTD-Supp-Wages
     end-if.
     if       WS-Save-Equity > His-QTD-Equity
              move     zero to His-QTD-Equity
     else
              subtract WS-Save-Equity from His-QTD-Equity
     end-if.
     if       WS-Save-Equity > His-YTD-Equity
              move     zero to His-YTD-Equity
     else
              subtract WS-Save-Equity from His-YTD-Equity
     end-if.
     if       WS-Save-NSO > His-QTD-NSO
              move     zero to His-QTD-NSO
     else
              subtract WS-Save-NSO from His-QTD-NSO
     end-if.
     if       WS-Save-NSO > His-YTD-NSO
              move     zero to His-YTD-NSO
     else
              subtract WS-Save-NSO from His-YTD-NSO
     end-if.
     rewrite  PY-History-Record.
     move     "PYHIS"          to Jnq-File-Id.
     move     "A"              to Jnq-Action.
     if       Coh-YTD-Co-Fica-Liab < zero move zero to Coh-YTD-Co-Fica-Liab.
     if       Coh-QTD-Net < zero move zero to Coh-QTD-Net.
     if       Coh-YTD-Net < zero move zero to Coh-YTD-Net.
     if       WS-Save-Qual-OT > Coh-QTD-Qual-OT-Prem
              move     zero to Coh-QTD-Qual-OT-Prem
     else
              subtract WS-Save-Qual-OT from Coh-QTD-Qual-OT-Prem
     end-if.
     if       WS-Save-Qual-OT > Coh-YTD-Qual-OT-Prem
              move     zero to Coh-YTD-Qual-OT-Prem
     else
              subtract WS-Save-Qual-OT from Coh-YTD-Qual-OT-Prem
     end-if.
     if       WS-Save-Qual-Tips > Coh-QTD-Qual-Tips
              move     zero to Coh-QTD-Qual-Tips
     else
              subtract WS-Save-Qual-Tips from Coh-QTD-Qual-Tips
     end-if.
     if       WS-Save-Qual-Tips > Coh-YTD-Qual-Tips
              move     zero to Coh-YTD-Qual-Tips
     else
              subtract WS-Save-Qual-Tips from Coh-YTD-Qual-Tips
     end-if.
     if       WS-Save-Deferral > Coh-QTD-Deferral
              move     zero to Coh-QTD-Deferral
     else
              subtract WS-Save-Deferral from Coh-QTD-Deferral
     end-if.
     if       WS-Save-Deferral > Coh-YTD-Deferral
              move     zero to Coh-YTD-Deferral
     else
              subtract WS-Save-Deferral from Coh-YTD-Deferral
     end-if.
     if       WS-Save-Roth > Coh-QTD-Roth
              move     zero to Coh-QTD-Roth
     else
              subtract WS-Save-Roth from Coh-QTD-Roth
     end-if.
     if       WS-Save-Roth > Coh-YTD-Roth
              move     zero to Coh-YTD-Roth
     else
              subtract WS-Save-Roth from Coh-YTD-Roth
     end-if.
     if       WS-Save-HSA-Emp > Coh-QTD-HSA-Emp
              move     zero to Coh-QTD-HSA-Emp
     else
              subtract WS-Save-HSA-Emp from Coh-QTD-HSA-Emp
     end-if.
     if       WS-Save-HSA-Emp > Coh-YTD-HSA-Emp
              move     zero to Coh-YTD-HSA-Emp
     else
              subtract WS-Save-HSA-Emp from Coh-YTD-HSA-Emp
     end-if.
     if       WS-Save-HSA-Er > Coh-QTD-HSA-Er
              move     zero to Coh-QTD-HSA-Er
     else
              subtract WS-Save-HSA-Er from Coh-QTD-HSA-Er
     end-if.
     if       WS-Save-HSA-Er > Coh-YTD-HSA-Er
              move     zero to Coh-YTD-HSA-Er
     else
              subtract WS-Save-HSA-Er from Coh-YTD-HSA-Er
     end-if.
     if       WS-Save-Fringe > Coh-QTD-Fringe
              move     zero to Coh-QTD-Fringe
     else
              subtract WS-Save-Fringe from Coh-QTD-Fringe
     end-if.
     if       WS-Save-Fringe > Coh-YTD-Fringe
              move     zero to Coh-YTD-Fringe
     else
              subtract WS-Save-Fringe from Coh-YTD-Fringe
     end-if.
     if       WS-Save-Equity > Coh-QTD-Equity
              move     zero to Coh-QTD-Equity
     else
              subtract WS-Save-Equity from Coh-QTD-Equity
     end-if.
     if       WS-Save-Equity > Coh-YTD-Equity
              move     zero to Coh-YTD-Equity
     else
              subtract WS-Save-Equity from Coh-YTD-Equity
     end-if.
     if       WS-Save-NSO > Coh-QTD-NSO
              move     zero to Coh-QTD-NSO
     else
              subtract WS-Save-NSO from Coh-QTD-NSO
     end-if.
     if       WS-Save-NSO > Coh-YTD-NSO
              move     zero to Coh-YTD-NSO
     else
              subtract WS-Save-NSO from Coh-YTD-NSO
     end-if.
     move     1 to RRN.
     rewrite  PY-Comp-Hist-Record.
     move     "PYCOH"    to Jnq-File-Id.
